       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERMAS.
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
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO
           FILE STATUS IS ERRORING.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE
           FILE STATUS IS ERROREC.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL MERMAS ASSIGN TO DISK RF-MERMAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMR.
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
      * Valores nutricionales por 100 g o unidad de medida del
      * ingrediente, para el calculo por racion de NUTRIC.CBL.
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
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
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
      * Existencias por lote (las alimenta la entrada de albaran):
      * la merma gasta el lote que se diga o, si no, el de caducidad
      * mas proxima, igual que las ventas.
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
      * Diario de movimientos de stock; las mermas van con tipo M,
      * sobre ingrediente (I) o plato (P) y cantidad negativa.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
      * Registro de mermas: que se tiro, cuanto, por que motivo, su
      * valor a coste en el momento y quien lo apunto. Motivos:
      * C caducado, M mal estado, E error de cocina, D devuelto por
      * el cliente, R rotura.
       FD MERMAS LABEL RECORD STANDARD.
       01 REG-MERMA.
           02 MR-FECHA PIC 9(8).
           02 MR-HORA PIC 9(8).
           02 MR-CLASE PIC X.
              88 MERMA-INGREDIENTE VALUE "I".
              88 MERMA-PLATO VALUE "P".
           02 MR-CODIGO PIC 9(3).
           02 MR-CANTIDAD PIC 9(5)V999.
           02 MR-MOTIVO PIC X.
              88 MOTIVO-CADUCADO VALUE "C".
              88 MOTIVO-MALESTADO VALUE "M".
              88 MOTIVO-ERRORCOCINA VALUE "E".
              88 MOTIVO-DEVUELTO VALUE "D".
              88 MOTIVO-ROTURA VALUE "R".
           02 MR-VALOR PIC 9(6)V99.
           02 MR-USUARIO PIC 9(3).
           02 MR-LOTE PIC X(10).
           02 MR-NOTA PIC X(30).
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
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-MERMAS PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 ERRORING PIC XX.
       77 ERROREC PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORMR PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINESC PIC X.
       77 FINLOTE PIC X.
       77 SESCODIGO PIC 9(3).
       77 CODPEDIDO PIC 9(3).
       77 CANTMERMA PIC 9(5)V999.
       77 MOTIVOMERMA PIC X.
           88 MOTIVO-VALIDO VALUES "C" "M" "E" "D" "R".
       77 LOTEPEDIDO PIC X(10).
       77 NOTAMERMA PIC X(30).
       77 VALORMERMA PIC 9(6)V99.
       77 CANTLOTE PIC S9(6)V999.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 PLATOESC PIC 9(3).
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 IG PIC 9(3).
       77 MO PIC 9.
       77 TOTALMES PIC 9(7)V99.
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
      * Acumulados del mes por motivo, por ingrediente y por plato.
       01 TablaMotivos.
           02 TM-ENT OCCURS 5.
              03 TM-VALOR PIC 9(7)V99.
              03 TM-VECES PIC 9(5).
       01 NombresMotivos.
           02 FILLER PIC X(21) VALUE "CCADUCADO            ".
           02 FILLER PIC X(21) VALUE "MMAL ESTADO          ".
           02 FILLER PIC X(21) VALUE "EERROR DE COCINA     ".
           02 FILLER PIC X(21) VALUE "DDEVUELTO POR CLIENTE".
           02 FILLER PIC X(21) VALUE "RROTURA              ".
       01 TablaNomMotivos REDEFINES NombresMotivos.
           02 NM-ENT OCCURS 5.
              03 NM-CODIGO PIC X.
              03 NM-NOMBRE PIC X(20).
       01 TablaMermaIng.
           02 MI-ENT OCCURS 999.
              03 MI-CANT PIC 9(6)V999.
              03 MI-VALOR PIC 9(7)V99.
       01 TablaMermaPla.
           02 MP-ENT OCCURS 999.
              03 MP-CANT PIC 9(6)V999.
              03 MP-VALOR PIC 9(7)V99.
       01 CABMER.
           02 FILLER PIC X(40) VALUE
              "  MERMAS DEL MES, VALORADAS A COSTE     ".
           02 MM-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 MM-ANO PIC 9(4).
       01 CABMOT.
           02 FILLER PIC X(40) VALUE
              "  POR MOTIVO                    VECES   ".
           02 FILLER PIC X(12) VALUE "     EUROS  ".
       01 LINMOT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MM-MOTIVO PIC X(20).
           02 FILLER PIC X(8) VALUE SPACES.
           02 MM-VECES PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MM-VALMOT PIC Z.ZZZ.ZZ9,99.
       01 CABING.
           02 FILLER PIC X(40) VALUE
              "  POR INGREDIENTE                  CANTI".
           02 FILLER PIC X(20) VALUE "DAD          EUROS  ".
       01 CABPLA.
           02 FILLER PIC X(40) VALUE
              "  POR PLATO                     RACIONES".
           02 FILLER PIC X(20) VALUE "             EUROS  ".
       01 LINDET.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MM-COD PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 MM-NOMBRE PIC X(26).
           02 MM-CANT PIC ZZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 MM-UNIDAD PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MM-VALOR PIC Z.ZZZ.ZZ9,99.
       01 LINTOTMER.
           02 FILLER PIC X(30) VALUE "  TOTAL MERMAS DEL MES:       ".
           02 MM-TOTAL PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "MERMAS (GENERO Y PLATOS TIRADOS)" LINE 2
              POSITION 5
           DISPLAY "I=INGREDIENTE  P=PLATO  L=LISTADO MES  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 54 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "I" OR "i"
              PERFORM MERMAING
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM MERMAPLATO
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM LISTADOMES
           END-IF.

      ** Merma de un ingrediente: baja del stock, del lote tecleado  **
      ** (en blanco, el de caducidad mas proxima) y queda en el      **
      ** registro de mermas valorada a IG-COSTE.                     **

       MERMAING.
           OPEN I-O INGRED
           DISPLAY "INGREDIENTE:" LINE 6 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 6 POSITION 19 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE CODPEDIDO TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE INGREDIENTE" LINE 7
                       POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY IG-NOMBRE LINE 6 POSITION 24
                    DISPLAY IG-UNIDAD LINE 6 POSITION 51
                    PERFORM PedirMerma
                    IF TECLAF NOT = 27 AND CANTMERMA NOT = 0
                       PERFORM PedirLote
                       PERFORM ApuntarMermaIng
                    END-IF
              END-READ
           END-IF
           MOVE 0 TO TECLAF
           CLOSE INGRED.
       PedirLote.
           DISPLAY "LOTE (EN BLANCO = EL MAS VIEJO):" LINE 10
              POSITION 5
           MOVE SPACES TO LOTEPEDIDO
           ACCEPT LOTEPEDIDO LINE 10 POSITION 39 NO BEEP TAB UPDATE
           END-ACCEPT.
       ApuntarMermaIng.
           SUBTRACT CANTMERMA FROM IG-STOCK
           REWRITE REG-ING INVALID KEY CONTINUE
           END-REWRITE
           COMPUTE VALORMERMA ROUNDED = CANTMERMA * IG-COSTE
           MOVE IG-CODIGO TO LOTEINGRED
           MOVE CANTMERMA TO CANTLOTE
           PERFORM DescontarDeLotes
           MOVE "I" TO MR-CLASE
           MOVE IG-CODIGO TO MR-CODIGO
           MOVE LOTEPEDIDO TO MR-LOTE
           PERFORM GrabarMerma
           DISPLAY "MERMA APUNTADA; VALOR:" LINE 13 POSITION 5
           DISPLAY VALORMERMA LINE 13 POSITION 29
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Merma de un plato ya hecho: baja del stock del plato y, por  **
      ** su escandallo, de los ingredientes y lotes como una venta;  **
      ** se valora a PCOSTE.                                         **

       MERMAPLATO.
           OPEN I-O PLATOS
           DISPLAY "PLATO:" LINE 6 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 6 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE CODPEDIDO TO NUMPLATO
              READ PLATOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PLATO" LINE 7 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY NOM LINE 6 POSITION 18
                    PERFORM PedirMerma
                    IF TECLAF NOT = 27 AND CANTMERMA NOT = 0
                       PERFORM ApuntarMermaPlato
                    END-IF
              END-READ
           END-IF
           MOVE 0 TO TECLAF
           CLOSE PLATOS.
       ApuntarMermaPlato.
           IF STOCK > CANTMERMA
              SUBTRACT CANTMERMA FROM STOCK
           ELSE
              MOVE 0 TO STOCK
           END-IF
           REWRITE REG-PLA INVALID KEY CONTINUE
           END-REWRITE
           COMPUTE VALORMERMA ROUNDED = CANTMERMA * PCOSTE
           MOVE NUMPLATO TO PLATOESC
           MOVE SPACES TO LOTEPEDIDO
           PERFORM DescontarIngredientes
           MOVE "P" TO MR-CLASE
           MOVE NUMPLATO TO MR-CODIGO
           MOVE SPACES TO MR-LOTE
           PERFORM GrabarMerma
           DISPLAY "MERMA APUNTADA; VALOR:" LINE 13 POSITION 5
           DISPLAY VALORMERMA LINE 13 POSITION 29
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Cantidad, motivo (obligatorio y de la lista) y nota libre.  **

       PedirMerma.
           DISPLAY "CANTIDAD:" LINE 7 POSITION 5
           MOVE 0 TO CANTMERMA
           ACCEPT CANTMERMA LINE 7 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CANTMERMA NOT = 0
              DISPLAY "MOTIVO: C=CADUCADO M=MAL ESTADO E=ERROR COCINA"
                 LINE 8 POSITION 5
              DISPLAY "D=DEVUELTO POR CLIENTE R=ROTURA:" LINE 9
                 POSITION 13
              MOVE SPACE TO MOTIVOMERMA
              PERFORM WITH TEST AFTER UNTIL MOTIVO-VALIDO
                 ACCEPT MOTIVOMERMA LINE 9 POSITION 46 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
              DISPLAY "NOTA:" LINE 11 POSITION 5
              MOVE SPACES TO NOTAMERMA
              ACCEPT NOTAMERMA LINE 11 POSITION 12 NO BEEP TAB UPDATE
              END-ACCEPT
           END-IF.

      ** Registro de la merma y su apunte M en el diario de stock.   **

       GrabarMerma.
           ACCEPT MR-FECHA FROM DATE YYYYMMDD
           ACCEPT MR-HORA FROM TIME
           MOVE CANTMERMA TO MR-CANTIDAD
           MOVE MOTIVOMERMA TO MR-MOTIVO
           MOVE VALORMERMA TO MR-VALOR
           MOVE SESCODIGO TO MR-USUARIO
           MOVE NOTAMERMA TO MR-NOTA
           OPEN EXTEND MERMAS
           IF ERRORMR = "00" OR "05"
              WRITE REG-MERMA
              CLOSE MERMAS
           END-IF
           MOVE "M" TO MV-TIPO
           MOVE MR-CLASE TO MV-CLASE
           MOVE MR-CODIGO TO MV-CODIGO
           COMPUTE MV-CANTIDAD = 0 - CANTMERMA
           MOVE SPACES TO MV-MOTIVO
           PERFORM BuscarNombreMotivo
           PERFORM GrabarMovStock.
       BuscarNombreMotivo.
           PERFORM MirarNombreMotivo VARYING MO FROM 1 BY 1
              UNTIL MO > 5.
       MirarNombreMotivo.
           IF NM-CODIGO(MO) = MOTIVOMERMA
              STRING "MERMA " DELIMITED BY SIZE
                     NM-NOMBRE(MO) DELIMITED BY SIZE
                     INTO MV-MOTIVO
              END-STRING
           END-IF.

      ** Apunte en el diario de movimientos de stock.               **

       GrabarMovStock.
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      *****************************************************************
      * EXPLOTA EL ESCANDALLO DEL PLATO TIRADO Y DESCUENTA DE CADA    *
      * INGREDIENTE SU CANTIDAD POR EL NUMERO DE RACIONES, COMO UNA   *
      * VENTA, PARA QUE EL STOCK DE INGREDIENTES SIGA CUADRANDO.      *
      *****************************************************************
       DescontarIngredientes.
           OPEN INPUT ESCAND
           IF ERROREC = "00"
              OPEN I-O INGRED
              IF ERRORING = "00"
                 MOVE PLATOESC TO EC-NUMPLATO
                 MOVE 0 TO EC-INGRED
                 MOVE "N" TO FINESC
                 START ESCAND KEY IS NOT < EC-CLAVE
                    INVALID KEY MOVE "S" TO FINESC
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM DescontarUnIngrediente UNTIL FINESC = "S"
                 CLOSE INGRED
              END-IF
              CLOSE ESCAND
           END-IF.
       DescontarUnIngrediente.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = PLATOESC
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE IG-STOCK = IG-STOCK
                       - (EC-CANTIDAD * CANTMERMA)
                    REWRITE REG-ING INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              COMPUTE CANTLOTE = EC-CANTIDAD * CANTMERMA
              MOVE EC-INGRED TO LOTEINGRED
              PERFORM DescontarDeLotes
           END-IF.

      ** El mismo gasto bajado a lotes: primero el lote tecleado, y  **
      ** lo que falte (o todo, sin lote) del de caducidad mas        **
      ** proxima que aun tenga genero. Sin lotes no se toca nada.    **

       DescontarDeLotes.
           OPEN I-O LOTES
           IF ERRORLT = "00"
              IF LOTEPEDIDO NOT = SPACES
                 MOVE LOTEINGRED TO LT-INGRED
                 MOVE LOTEPEDIDO TO LT-LOTE
                 READ LOTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM GastarDelLote
                 END-READ
              END-IF
              PERFORM ConsumirLoteViejo UNTIL CANTLOTE NOT > 0
              CLOSE LOTES
           END-IF.
       ConsumirLoteViejo.
           PERFORM BuscarLoteMasViejo
           IF LOTEMEJOR = SPACES
              MOVE 0 TO CANTLOTE
           ELSE
              MOVE LOTEINGRED TO LT-INGRED
              MOVE LOTEMEJOR TO LT-LOTE
              READ LOTES
                 INVALID KEY MOVE 0 TO CANTLOTE
                 NOT INVALID KEY PERFORM GastarDelLote
              END-READ
           END-IF.
       GastarDelLote.
           IF LT-CANTIDAD > CANTLOTE
              SUBTRACT CANTLOTE FROM LT-CANTIDAD
              MOVE 0 TO CANTLOTE
           ELSE
              IF LT-CANTIDAD > 0
                 SUBTRACT LT-CANTIDAD FROM CANTLOTE
                 MOVE 0 TO LT-CANTIDAD
              END-IF
           END-IF
           REWRITE REG-LOTE INVALID KEY CONTINUE
           END-REWRITE.
       BuscarLoteMasViejo.
           MOVE SPACES TO LOTEMEJOR
           MOVE 99999999 TO CADMEJOR
           MOVE LOTEINGRED TO LT-INGRED
           MOVE LOW-VALUES TO LT-LOTE
           MOVE "N" TO FINLOTE
           START LOTES KEY IS NOT < LT-CLAVE
              INVALID KEY MOVE "S" TO FINLOTE
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnLote UNTIL FINLOTE = "S".
       MirarUnLote.
           READ LOTES NEXT AT END MOVE "S" TO FINLOTE
           END-READ.
           IF FINLOTE = "N" AND LT-INGRED NOT = LOTEINGRED
              MOVE "S" TO FINLOTE
           END-IF.
           IF FINLOTE = "N" AND LT-CANTIDAD > 0
              AND LT-CADUCIDAD NOT > CADMEJOR
              MOVE LT-CADUCIDAD TO CADMEJOR
              MOVE LT-LOTE TO LOTEMEJOR
           END-IF.

      ** Listado mensual de mermas a coste: total por motivo, y el   **
      ** detalle por ingrediente y por plato, para ver en que se va  **
      ** el dinero.                                                  **

       LISTADOMES.
           ACCEPT FECHADES FROM DATE YYYYMMDD
           MOVE FD-MES TO MESPEDIDO
           MOVE FD-ANO TO ANOPEDIDO
           DISPLAY "MES:" LINE 6 POSITION 5
           ACCEPT MESPEDIDO LINE 6 POSITION 12 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ANO:" LINE 6 POSITION 18
           ACCEPT ANOPEDIDO LINE 6 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESPEDIDO > 0 AND < 13
              COMPUTE MESDESDE = ANOPEDIDO * 10000 + MESPEDIDO * 100
              COMPUTE MESHASTA = MESDESDE + 99
              PERFORM AcumularMermas
              PERFORM ImprimirMermas
              DISPLAY "LISTADO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       AcumularMermas.
           MOVE 0 TO TOTALMES
           PERFORM LimpiarMotivo VARYING MO FROM 1 BY 1 UNTIL MO > 5
           PERFORM LimpiarAcumulado VARYING IG FROM 1 BY 1
              UNTIL IG > 999
           MOVE "N" TO FIN
           OPEN INPUT MERMAS
           IF ERRORMR NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM SumarUnaMerma UNTIL FIN = "S"
           IF ERRORMR = "00"
              CLOSE MERMAS
           END-IF.
       LimpiarMotivo.
           MOVE 0 TO TM-VALOR(MO)
           MOVE 0 TO TM-VECES(MO).
       LimpiarAcumulado.
           MOVE 0 TO MI-CANT(IG)
           MOVE 0 TO MI-VALOR(IG)
           MOVE 0 TO MP-CANT(IG)
           MOVE 0 TO MP-VALOR(IG).
       SumarUnaMerma.
           READ MERMAS AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MR-FECHA NOT < MESDESDE
              AND MR-FECHA NOT > MESHASTA AND MR-CODIGO > 0
              ADD MR-VALOR TO TOTALMES
              MOVE MR-MOTIVO TO MOTIVOMERMA
              PERFORM SumarMotivo VARYING MO FROM 1 BY 1
                 UNTIL MO > 5
              IF MERMA-INGREDIENTE
                 ADD MR-CANTIDAD TO MI-CANT(MR-CODIGO)
                 ADD MR-VALOR TO MI-VALOR(MR-CODIGO)
              ELSE
                 ADD MR-CANTIDAD TO MP-CANT(MR-CODIGO)
                 ADD MR-VALOR TO MP-VALOR(MR-CODIGO)
              END-IF
           END-IF.
       SumarMotivo.
           IF NM-CODIGO(MO) = MOTIVOMERMA
              ADD MR-VALOR TO TM-VALOR(MO)
              ADD 1 TO TM-VECES(MO)
           END-IF.
       ImprimirMermas.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE MESPEDIDO TO MM-MES
              MOVE ANOPEDIDO TO MM-ANO
              WRITE LINEAIMP FROM CABMER BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABMOT BEFORE ADVANCING 1 LINE
              PERFORM ImprimirMotivo VARYING MO FROM 1 BY 1
                 UNTIL MO > 5
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABING BEFORE ADVANCING 1 LINE
              OPEN INPUT INGRED
              PERFORM ImprimirIngrediente VARYING IG FROM 1 BY 1
                 UNTIL IG > 999
              CLOSE INGRED
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABPLA BEFORE ADVANCING 1 LINE
              OPEN INPUT PLATOS
              PERFORM ImprimirPlato VARYING IG FROM 1 BY 1
                 UNTIL IG > 999
              CLOSE PLATOS
              MOVE TOTALMES TO MM-TOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINTOTMER BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirMotivo.
           MOVE NM-NOMBRE(MO) TO MM-MOTIVO
           MOVE TM-VECES(MO) TO MM-VECES
           MOVE TM-VALOR(MO) TO MM-VALMOT
           WRITE LINEAIMP FROM LINMOT BEFORE ADVANCING 1 LINE.
       ImprimirIngrediente.
           IF MI-CANT(IG) NOT = 0
              MOVE IG TO MM-COD
              MOVE IG TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO MM-NOMBRE
                    MOVE SPACES TO MM-UNIDAD
                 NOT INVALID KEY
                    MOVE IG-NOMBRE TO MM-NOMBRE
                    MOVE IG-UNIDAD TO MM-UNIDAD
              END-READ
              MOVE MI-CANT(IG) TO MM-CANT
              MOVE MI-VALOR(IG) TO MM-VALOR
              WRITE LINEAIMP FROM LINDET BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirPlato.
           IF MP-CANT(IG) NOT = 0
              MOVE IG TO MM-COD
              MOVE IG TO NUMPLATO
              READ PLATOS
                 INVALID KEY MOVE "(SIN FICHA)" TO MM-NOMBRE
                 NOT INVALID KEY MOVE NOM TO MM-NOMBRE
              END-READ
              MOVE "RAC" TO MM-UNIDAD
              MOVE MP-CANT(IG) TO MM-CANT
              MOVE MP-VALOR(IG) TO MM-VALOR
              WRITE LINEAIMP FROM LINDET BEFORE ADVANCING 1 LINE
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB), que queda   **
      ** como autor de cada merma apuntada.                          **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
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
           MOVE SPACES TO RF-LOTES
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-MERMAS
           STRING RUTADATOS DELIMITED BY " "
                  "MERMAS.DAT" DELIMITED BY SIZE
                  INTO RF-MERMAS
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING.
