           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDD.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
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
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-VENTDIA PIC X(42).
       77 ERRORVD PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 ZN PIC 9.
       77 HB PIC 99.
       77 TICKETMEDIO PIC S9(6)V99.
      * Zonas: 1 comedor, 2 barra, 3 terraza, 4 sin mesa (llevar y
      * reparto); franjas horarias de 0 a 23 mas la 25 "sin hora"
      * (facturas de las que no se sabe la hora de emision). Los
      * abonos restan.
       01 AcumZonas.
           02 AZ-ENT OCCURS 4.
              03 AZ-VENTAS PIC S9(8)V99.
              03 AZ-CUBIERTOS PIC S9(6).
              03 AZ-FACTURAS PIC S9(5).
       01 AcumHoras.
           02 AH-ENT OCCURS 25.
              03 AH-VENTAS PIC S9(8)V99.
              03 AH-CUBIERTOS PIC S9(6).
              03 AH-FACTURAS PIC S9(5).
       01 CABZH.
           02 FILLER PIC X(40) VALUE
              "  VENTAS POR ZONA Y POR FRANJA HORARIA  ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 ZH-ZONA PIC X(10).
           02 FILLER PIC X(8) VALUE " VENTAS ".
           02 ZH-VENTAS PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(6) VALUE " CUB. ".
           02 ZH-CUB PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " TICKET: ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 ZH-HORA PIC 99.
           02 FILLER PIC X(9) VALUE "H VENTAS ".
           02 ZH-HVENTAS PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(6) VALUE " CUB. ".
           02 ZH-HCUB PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " TICKET: ".
           02 ZH-HTICKET PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(9) VALUE "  FACT.: ".
           02 ZH-HFACTURAS PIC ZZZZ9.
       01 LINHORA0.
           02 FILLER PIC X(11) VALUE "  SIN HORA ".
           02 ZH-0VENTAS PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(9) VALUE "  FACT.: ".
           02 ZH-0FACTURAS PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM AcumularVentas
              PERFORM ImprimirAnalisis
              DISPLAY "ANALISIS IMPRESO" LINE 7 POSITION 5
              ACCEPT TECLA NO BEEP
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Recorre los totales por dia del periodo: las ventas de cada **
      ** zona (por la mesa de la factura) y de cada franja (por la   **
      ** hora de emision), con sus cubiertos y facturas.             **

       AcumularVentas.
           PERFORM LimpiarZona VARYING ZN FROM 1 BY 1 UNTIL ZN > 4
           PERFORM LimpiarHora VARYING HB FROM 1 BY 1 UNTIL HB > 25
           MOVE "N" TO FIN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE DESDE TO VD-FECHA
              MOVE SPACES TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM AcumularUnDia UNTIL FIN = "S"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF.
       LimpiarZona.
           MOVE 0 TO AZ-VENTAS(ZN)
           MOVE 0 TO AZ-CUBIERTOS(ZN)
           MOVE 0 TO AZ-FACTURAS(ZN).
       LimpiarHora.
           MOVE 0 TO AH-VENTAS(HB)
           MOVE 0 TO AH-CUBIERTOS(HB)
           MOVE 0 TO AH-FACTURAS(HB).
       AcumularUnDia.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-FECHA > HASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND VD-CLASE = "Z"
              AND VD-CODIGO > 0 AND VD-CODIGO < 5
              MOVE VD-CODIGO TO ZN
              ADD VD-IMPORTE TO AZ-VENTAS(ZN)
              ADD VD-COMENSALES TO AZ-CUBIERTOS(ZN)
              ADD VD-DOCUMENTOS TO AZ-FACTURAS(ZN)
           END-IF.
           IF FIN = "N" AND VD-CLASE = "H" AND VD-CODIGO < 25
              COMPUTE HB = VD-CODIGO + 1
              ADD VD-IMPORTE TO AH-VENTAS(HB)
              ADD VD-COMENSALES TO AH-CUBIERTOS(HB)
              ADD VD-DOCUMENTOS TO AH-FACTURAS(HB)
           END-IF.
       ImprimirAnalisis.
           MOVE "00" TO ERRORIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              PERFORM ImprimirFranja VARYING HB FROM 1 BY 1
                 UNTIL HB > 24
              IF AH-FACTURAS(25) NOT = 0
                 MOVE AH-VENTAS(25) TO ZH-0VENTAS
                 MOVE AH-FACTURAS(25) TO ZH-0FACTURAS
                 WRITE LINEAIMP FROM LINHORA0 BEFORE
                    ADVANCING 1 LINE
              END-IF
           END-IF
           CLOSE LISTADO.
       ImprimirZona.
           IF AZ-FACTURAS(ZN) NOT = 0
              EVALUATE ZN
                 WHEN 1 MOVE "COMEDOR" TO ZH-ZONA
                 WHEN 2 MOVE "BARRA" TO ZH-ZONA
                    / AZ-CUBIERTOS(ZN)
              ELSE
                 COMPUTE TICKETMEDIO ROUNDED = AZ-VENTAS(ZN)
                    / AZ-FACTURAS(ZN)
              END-IF
              MOVE TICKETMEDIO TO ZH-TICKET
              WRITE LINEAIMP FROM LINZONA BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirFranja.
           IF AH-FACTURAS(HB) NOT = 0
              COMPUTE ZH-HORA = HB - 1
              MOVE AH-VENTAS(HB) TO ZH-HVENTAS
              MOVE AH-CUBIERTOS(HB) TO ZH-HCUB
                    / AH-CUBIERTOS(HB)
              ELSE
                 COMPUTE TICKETMEDIO ROUNDED = AH-VENTAS(HB)
                    / AH-FACTURAS(HB)
              END-IF
              MOVE TICKETMEDIO TO ZH-HTICKET
              MOVE AH-FACTURAS(HB) TO ZH-HFACTURAS
              WRITE LINEAIMP FROM LINHORA BEFORE ADVANCING 1 LINE
           END-IF.

              END-IF
              CLOSE DATOSDIR
           END-IF
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING.
