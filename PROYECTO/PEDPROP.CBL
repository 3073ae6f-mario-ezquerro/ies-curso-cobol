           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL TARIFAS ASSIGN TO DISK RF-TARIFAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CLAVE
           FILE STATUS IS ERRORTF.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
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
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RUTADATOS PIC X(30).
       77 RF-INGRED PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-TARIFAS PIC X(42).
       77 ERRORTF PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 FIN PIC X.
       77 PV PIC 9(3).
       77 CANTPEDIR PIC 9(5)V999.
       77 CUANTASLIN PIC 9(4).
       77 FINTF PIC X.
       77 HAYTARIFA PIC X.
       77 HOY PIC 9(8).
       77 PROVELEGIDO PIC 9(3).
       77 PRECIOELEGIDO PIC 9(4)V99.
      * Marca de que proveedores tienen algo por debajo del minimo.
       01 TablaProvFalta.
           02 PF-FALTA PIC X OCCURS 999.
           02 PD-ING PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 PD-INGNOM PIC X(26).
           02 FILLER PIC X(4) VALUE " ST:".
           02 PD-STOCK PIC -ZZZZ9,999.
           02 FILLER PIC X(7) VALUE " PEDIR:".
           02 PD-CANT PIC ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 PD-UNIDAD PIC X(3).
           02 FILLER PIC X(2) VALUE " A".
           02 PD-PRECIO PIC ZZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOY FROM DATE YYYYMMDD
           DISPLAY " " ERASE
           DISPLAY "PROPUESTAS DE PEDIDO POR STOCK MINIMO" LINE 2
              POSITION 5
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT TARIFAS
              OPEN INPUT INGRED
              OPEN INPUT PROVEE
              PERFORM ImprimirProveedor VARYING PV FROM 1 BY 1
                 UNTIL PV > 999
              CLOSE PROVEE
              CLOSE INGRED
              CLOSE TARIFAS
           END-IF
           CLOSE LISTADO
           DISPLAY "HOJAS DE PEDIDO IMPRESAS" LINE 4 POSITION 5

       MarcarFaltas.
           PERFORM LimpiarProv VARYING PV FROM 1 BY 1 UNTIL PV > 999
           OPEN INPUT TARIFAS
           OPEN INPUT INGRED
           MOVE 0 TO IG-CODIGO
           MOVE "N" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnIngrediente UNTIL FIN = "S"
           CLOSE INGRED
           CLOSE TARIFAS.
       LimpiarProv.
           MOVE "N" TO PF-FALTA(PV).
       MirarUnIngrediente.
           READ INGRED NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND IG-MINIMO NOT = 0
              AND IG-STOCK < IG-MINIMO
              PERFORM ElegirProveedor
              IF PROVELEGIDO NOT = 0
                 MOVE "S" TO PF-FALTA(PROVELEGIDO)
              END-IF
           END-IF.

      ** Proveedor al que pedir: el de tarifa vigente mas barata     **
      ** (TARIFAS.CBL); sin tarifa, el habitual de la ficha.         **

       ElegirProveedor.
           MOVE IG-PROVEEDOR TO PROVELEGIDO
           MOVE IG-COSTE TO PRECIOELEGIDO
           MOVE "N" TO HAYTARIFA
           MOVE IG-CODIGO TO TF-INGRED
           MOVE 0 TO TF-PROVEEDOR
           MOVE 0 TO TF-DESDE
           MOVE "N" TO FINTF
           START TARIFAS KEY IS NOT < TF-CLAVE
              INVALID KEY MOVE "S" TO FINTF
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CompararTarifa UNTIL FINTF = "S".
       CompararTarifa.
           READ TARIFAS NEXT AT END MOVE "S" TO FINTF
           END-READ.
           IF FINTF = "N" AND TF-INGRED NOT = IG-CODIGO
              MOVE "S" TO FINTF
           END-IF.
           IF FINTF = "N" AND TF-DESDE NOT > HOY
              AND (TF-HASTA = 0 OR TF-HASTA NOT < HOY)
              AND TF-PROVEEDOR NOT = 0
              IF HAYTARIFA = "N" OR TF-PRECIO < PRECIOELEGIDO
                 MOVE "S" TO HAYTARIFA
                 MOVE TF-PROVEEDOR TO PROVELEGIDO
                 MOVE TF-PRECIO TO PRECIOELEGIDO
              END-IF
           END-IF.

      ** Una hoja de pedido por proveedor con faltas: sus            **
       ImprimirLineaFalta.
           READ INGRED NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND IG-MINIMO NOT = 0 AND IG-STOCK < IG-MINIMO
              PERFORM ElegirProveedor
           END-IF.
           IF FIN = "N" AND PROVELEGIDO = PROVACT
              AND IG-MINIMO NOT = 0 AND IG-STOCK < IG-MINIMO
              IF IG-PEDIRHASTA NOT = 0
                 COMPUTE CANTPEDIR = IG-PEDIRHASTA - IG-STOCK
              MOVE IG-STOCK TO PD-STOCK
              MOVE CANTPEDIR TO PD-CANT
              MOVE IG-UNIDAD TO PD-UNIDAD
              MOVE PRECIOELEGIDO TO PD-PRECIO
              WRITE LINEAIMP FROM LINPEDIDO BEFORE ADVANCING 1 LINE
              ADD 1 TO CUANTASLIN
           END-IF.
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-TARIFAS
           STRING RUTADATOS DELIMITED BY " "
                  "TARIFAS.DAT" DELIMITED BY SIZE
                  INTO RF-TARIFAS
           END-STRING.
