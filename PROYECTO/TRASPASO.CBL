       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASPASO.
       AUTHOR. CHICOTE-MARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PHILIPS.
       OBJECT-COMPUTER. PHILIPS.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sedes de la casa: una linea por comedor con su nombre y la
      * carpeta de datos, el mismo SEDES.DAT de CONSOLID.CBL.
           SELECT OPTIONAL SEDES ASSIGN TO DISK "SEDES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSD.
           SELECT OPTIONAL TRASPAS ASSIGN TO DISK RF-TRASPAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NUM
           FILE STATUS IS ERRORTR.
           SELECT OPTIONAL TRASLIN ASSIGN TO DISK RF-TRASLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-CLAVE
           FILE STATUS IS ERRORTL.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO
           FILE STATUS IS ERRORING.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FILE SECTION.
       FD SEDES LABEL RECORD STANDARD.
       01 REG-SEDE.
           02 SD-NOMBRE PIC X(20).
           02 SD-RUTA PIC X(30).
      * Traspasos de genero entre sedes: la nota la hace la sede que
      * envia y queda en su carpeta de datos; sigue en transito (T)
      * hasta que la sede de destino la da por recibida (R).
       FD TRASPAS LABEL RECORD STANDARD.
       01 REG-TR.
           02 TR-NUM PIC 9(6).
           02 TR-FECHA PIC 9(8).
           02 TR-ORIGEN PIC X(20).
           02 TR-DESTINO PIC X(20).
           02 TR-ESTADO PIC X.
              88 TRASPASO-ENTRANSITO VALUE "T".
              88 TRASPASO-RECIBIDO VALUE "R".
           02 TR-LINEAS PIC 99.
           02 TR-VALOR PIC 9(7)V99.
           02 TR-USUENV PIC 9(3).
           02 TR-FRECEP PIC 9(8).
           02 TR-VALORREC PIC 9(7)V99.
           02 TR-USUREC PIC 9(3).
           02 TR-DIFERENCIA PIC X.
      * Lineas del traspaso: lote y caducidad para la trazabilidad,
      * coste de la ficha de origen al enviar y lo que de verdad
      * llego, con su nota si no cuadra.
       FD TRASLIN LABEL RECORD STANDARD.
       01 REG-TL.
           02 TL-CLAVE.
              03 TL-NUM PIC 9(6).
              03 TL-LINEA PIC 99.
           02 TL-INGRED PIC 9(3).
           02 TL-NOMBRE PIC X(26).
           02 TL-UNIDAD PIC X(3).
           02 TL-LOTE PIC X(10).
           02 TL-CADUCIDAD PIC 9(8).
           02 TL-CANTIDAD PIC 9(5)V999.
           02 TL-COSTE PIC 9(4)V99.
           02 TL-RECIBIDA PIC 9(5)V999.
           02 TL-NOTA PIC X(30).
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
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
      * Diario de movimientos de stock; los traspasos van con tipo T:
      * salida negativa en la sede que envia y entrada positiva en
      * la que recibe.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-TRASPAS PIC X(42).
       77 RF-TRASLIN PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 ERRORSD PIC XX.
       77 ERRORTR PIC XX.
       77 ERRORTL PIC XX.
       77 ERRORING PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINLIN PIC X.
       77 FINLOTE PIC X.
       77 EXISTE PIC X.
       77 LOTESOK PIC X.
       77 CONFIRMA PIC X.
       77 SESCODIGO PIC 9(3).
       77 SD-N PIC 9.
       77 SD-I PIC 9.
       77 SD-J PIC 9.
       77 SD-K PIC 9.
       77 SEDEORIGEN PIC 9.
       77 SEDEDESTINO PIC 9.
       77 SEDEPEDIDA PIC 9.
       77 LINPED PIC 99.
       77 LINSEDE PIC 99.
       77 HAYDIFER PIC X.
       77 NOMBREBUSCA PIC X(20).
       77 NUMLIBRE PIC 9(6).
       77 NUMPEDIDO PIC 9(6).
       77 NLIN PIC 99.
       77 CODPEDIDO PIC 9(3).
       77 CANTENVIO PIC 9(5)V999.
       77 LOTEPEDIDO PIC X(10).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 VALORLIN PIC 9(7)V99.
       77 VALORTR PIC 9(7)V99.
       77 VALORREC PIC 9(7)V99.
       77 STOCKPONDERA PIC S9(6)V999.
       77 VALORPONDERA PIC S9(9)V99.
       77 HOYNUM PIC 9(8).
       77 DIASHOY PIC 9(7).
       77 DIASTR PIC 9(7).
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 TOTTRANSITO PIC 9(8)V99.
       77 CUANTOSTR PIC 9(4).
       01 TablaSedes.
           02 SD-ENT OCCURS 5.
              03 SDT-NOMBRE PIC X(20).
              03 SDT-RUTA PIC X(30).
      * Acumulados del mes por sede para el resumen mensual.
       01 TablaMesSedes.
           02 SM-ENT OCCURS 5.
              03 SM-ENVIOS PIC 9(4).
              03 SM-ENVIADO PIC 9(8)V99.
              03 SM-PENDIENTE PIC 9(8)V99.
              03 SM-RECIBOS PIC 9(4).
              03 SM-RECIBIDO PIC 9(8)V99.
              03 SM-DIFERENCIA PIC S9(8)V99.
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 LINLINEA.
           02 LL-LINEA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LL-INGRED PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LL-NOMBRE PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LL-CANTIDAD PIC ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 LL-UNIDAD PIC X(3).
           02 FILLER PIC X VALUE SPACES.
           02 LL-LOTE PIC X(10).
       01 CABNOTA1.
           02 FILLER PIC X(22) VALUE "  NOTA DE TRASPASO N. ".
           02 NT-NUM PIC ZZZZZ9.
           02 FILLER PIC X(8) VALUE "  FECHA ".
           02 NT-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 NT-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 NT-ANO PIC 9(4).
       01 CABNOTA2.
           02 FILLER PIC X(9) VALUE "  DESDE: ".
           02 NT-ORIGEN PIC X(20).
           02 FILLER PIC X(10) VALUE "  HASTA: ".
           02 NT-DESTINO PIC X(20).
       01 CABNOTA3.
           02 FILLER PIC X(40) VALUE
              "  LN ING INGREDIENTE                  CA".
           02 FILLER PIC X(40) VALUE
              "NTIDAD UD  LOTE       CADUCIDAD    VALOR".
       01 LINNOTA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NT-LINEA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 NT-INGRED PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 NT-NOMBRE PIC X(26).
           02 NT-CANTIDAD PIC ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 NT-UNIDAD PIC X(3).
           02 FILLER PIC X VALUE SPACES.
           02 NT-LOTE PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 NT-CADUCIDAD PIC 9(8).
           02 NT-VALOR PIC ZZZ.ZZ9,99.
       01 LINNOTATOT.
           02 FILLER PIC X(40) VALUE
              "  VALOR DEL TRASPASO A COSTE:           ".
           02 NT-TOTAL PIC Z.ZZZ.ZZ9,99.
       01 LINNOTAFIRMA.
           02 FILLER PIC X(40) VALUE
              "  ENVIA:                      RECIBE:   ".
       01 CABPEND1.
           02 FILLER PIC X(40) VALUE
              "  TRASPASOS EN TRANSITO SIN RECIBIR  HOY".
           02 FILLER PIC X VALUE SPACES.
           02 PE-HOY PIC 9(8).
       01 CABPEND2.
           02 FILLER PIC X(40) VALUE
              "  NUMERO FECHA      ORIGEN             D".
           02 FILLER PIC X(40) VALUE
              "ESTINO            LIN        VALOR  DIAS".
       01 LINPEND.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PE-NUM PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 PE-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PE-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 PE-ANO PIC 9(4).
           02 FILLER PIC X VALUE SPACES.
           02 PE-ORIGEN PIC X(18).
           02 FILLER PIC X VALUE SPACES.
           02 PE-DESTINO PIC X(18).
           02 PE-LINEAS PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 PE-VALOR PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PE-DIAS PIC ZZZ9.
       01 LINPENDTOT.
           02 FILLER PIC X(22) VALUE "  TRASPASOS PENDIENTES".
           02 PE-CUANTOS PIC ZZZ9.
           02 FILLER PIC X(22) VALUE "   VALOR EN TRANSITO: ".
           02 PE-TOTAL PIC Z.ZZZ.ZZ9,99.
       01 CABMES1.
           02 FILLER PIC X(40) VALUE
              "  TRASPASOS ENTRE SEDES DEL MES, A COSTE".
           02 FILLER PIC X VALUE SPACES.
           02 TM-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 TM-ANO PIC 9(4).
       01 CABMES2.
           02 FILLER PIC X(40) VALUE
              "  SEDE                 ENVIOS    ENVIADO".
           02 FILLER PIC X(40) VALUE
              " RECIBOS   RECIBIDO  DIFERENC.  TRANSITO".
       01 LINMES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TM-SEDE PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 TM-ENVIOS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 TM-ENVIADO PIC ZZZZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TM-RECIBOS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 TM-RECIBIDO PIC ZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 TM-DIFERENCIA PIC -ZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 TM-PENDIENTE PIC ZZZZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LeerSesion
           PERFORM MirarModoFormacion
           PERFORM CargarSedes
           IF ENFORMACION = "S"
              DISPLAY " " ERASE
              DISPLAY "TRASPASOS ENTRE SEDES" LINE 2 POSITION 5
              DISPLAY "NO SE PUEDE USAR EN MODO FORMACION: LAS OTRAS"
                 LINE 4 POSITION 5
              DISPLAY "SEDES SON CARPETAS DE DATOS REALES" LINE 5
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              IF SD-N < 2
                 DISPLAY " " ERASE
                 DISPLAY "TRASPASOS ENTRE SEDES" LINE 2 POSITION 5
                 DISPLAY "HACEN FALTA DOS SEDES EN SEDES.DAT" LINE 4
                    POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 MOVE " " TO OPCION
                 PERFORM BUCLE UNTIL OPCION = "S" OR "s"
              END-IF
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "TRASPASOS DE GENERO ENTRE SEDES" LINE 2
              POSITION 5
           DISPLAY "E=ENVIO  R=RECEPCION  P=PENDIENTES  M=MES"
              LINE 4 POSITION 5
           DISPLAY "S=SALIR:" LINE 4 POSITION 48
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 57 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM ENVIO
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM RECEPCION
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM PENDIENTES
           END-IF
           IF OPCION = "M" OR "m"
              PERFORM RESUMENMES
           END-IF.
       CargarSedes.
           MOVE 0 TO SD-N
           MOVE "N" TO FIN
           OPEN INPUT SEDES
           IF ERRORSD NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM CargarUnaSede UNTIL FIN = "S"
           IF ERRORSD = "00"
              CLOSE SEDES
           END-IF.
       CargarUnaSede.
           READ SEDES AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND SD-N < 5
              ADD 1 TO SD-N
              MOVE SD-NOMBRE TO SDT-NOMBRE(SD-N)
              MOVE SD-RUTA TO SDT-RUTA(SD-N)
           END-IF.

      ** Lista de sedes en pantalla y peticion de una de ellas por  **
      ** su numero de orden en SEDES.DAT (0 o ESC = ninguna).       **

       VerSedes.
           PERFORM VerUnaSede VARYING SD-I FROM 1 BY 1
              UNTIL SD-I > SD-N.
       VerUnaSede.
           COMPUTE LINSEDE = SD-I + 5
           DISPLAY SD-I LINE LINSEDE POSITION 50
           DISPLAY SDT-NOMBRE(SD-I) LINE LINSEDE POSITION 52.
       PedirSede.
           MOVE 0 TO SEDEPEDIDA
           PERFORM WITH TEST AFTER UNTIL SEDEPEDIDA NOT > SD-N
              OR TECLAF = 27
              ACCEPT SEDEPEDIDA LINE LINPED POSITION 30 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF = 27
              MOVE 0 TO SEDEPEDIDA
           END-IF.

      ** Rutas de los ficheros de la sede SD-K: las notas de         **
      ** traspaso (que viven en la sede que envia) y, aparte, el     **
      ** stock sobre el que se apunta.                               **

       RutasTraspaso.
           MOVE SPACES TO RF-TRASPAS
           STRING SDT-RUTA(SD-K) DELIMITED BY " "
                  "TRASPAS.DAT" DELIMITED BY SIZE
                  INTO RF-TRASPAS
           END-STRING
           MOVE SPACES TO RF-TRASLIN
           STRING SDT-RUTA(SD-K) DELIMITED BY " "
                  "TRASLIN.DAT" DELIMITED BY SIZE
                  INTO RF-TRASLIN
           END-STRING.
       RutasStock.
           MOVE SPACES TO RF-INGRED
           STRING SDT-RUTA(SD-K) DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-LOTES
           STRING SDT-RUTA(SD-K) DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING SDT-RUTA(SD-K) DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING.

      ** Envio: la nota se numera en la sede de origen y cada linea  **
      ** baja el genero de su INGRED y de su lote, con su apunte T   **
      ** negativo en MOVSTOCK. El genero queda en transito, valorado **
      ** al coste de la ficha de origen, hasta que se recibe.        **

       ENVIO.
           DISPLAY " " ERASE
           DISPLAY "ENVIO DE GENERO A OTRA SEDE" LINE 2 POSITION 5
           PERFORM VerSedes
           DISPLAY "SEDE QUE ENVIA:" LINE 6 POSITION 5
           MOVE 6 TO LINPED
           PERFORM PedirSede
           MOVE SEDEPEDIDA TO SEDEORIGEN
           MOVE 0 TO SEDEDESTINO
           IF SEDEORIGEN NOT = 0
              DISPLAY "SEDE QUE RECIBE:" LINE 7 POSITION 5
              MOVE 7 TO LINPED
              PERFORM PedirSede
              MOVE SEDEPEDIDA TO SEDEDESTINO
           END-IF
           IF SEDEDESTINO NOT = 0 AND SEDEDESTINO = SEDEORIGEN
              DISPLAY "LA SEDE QUE RECIBE HA DE SER OTRA" LINE 9
                 POSITION 5 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              MOVE 0 TO SEDEDESTINO
           END-IF
           IF SEDEDESTINO NOT = 0
              PERFORM HacerEnvio
           END-IF
           MOVE 0 TO TECLAF.
       HacerEnvio.
           MOVE SEDEORIGEN TO SD-K
           PERFORM RutasTraspaso
           PERFORM RutasStock
           OPEN I-O TRASPAS
           IF ERRORTR NOT = "00"
              OPEN OUTPUT TRASPAS
              CLOSE TRASPAS
              OPEN I-O TRASPAS
           END-IF
           MOVE 0 TO NUMLIBRE
           MOVE "S" TO EXISTE
           PERFORM BuscarLibre UNTIL EXISTE = "N"
           MOVE NUMLIBRE TO TR-NUM
           ACCEPT TR-FECHA FROM DATE YYYYMMDD
           MOVE SDT-NOMBRE(SEDEORIGEN) TO TR-ORIGEN
           MOVE SDT-NOMBRE(SEDEDESTINO) TO TR-DESTINO
           MOVE "T" TO TR-ESTADO
           MOVE 0 TO TR-LINEAS TR-VALOR TR-FRECEP TR-VALORREC
           MOVE 0 TO TR-USUREC
           MOVE SESCODIGO TO TR-USUENV
           MOVE "N" TO TR-DIFERENCIA
           WRITE REG-TR INVALID KEY CONTINUE
           END-WRITE
           CLOSE TRASPAS
           MOVE 0 TO NLIN
           MOVE 0 TO VALORTR
           OPEN I-O TRASLIN
           IF ERRORTL NOT = "00"
              OPEN OUTPUT TRASLIN
              CLOSE TRASLIN
              OPEN I-O TRASLIN
           END-IF
           OPEN I-O INGRED
           MOVE "S" TO LOTESOK
           OPEN I-O LOTES
           IF ERRORLT NOT = "00"
              MOVE "N" TO LOTESOK
           END-IF
           MOVE "N" TO FINLIN
           PERFORM LineaEnvio UNTIL FINLIN = "S"
           IF LOTESOK = "S"
              CLOSE LOTES
           END-IF
           CLOSE INGRED
           CLOSE TRASLIN
           OPEN I-O TRASPAS
           MOVE NUMLIBRE TO TR-NUM
           READ TRASPAS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF NLIN = 0
                    DELETE TRASPAS RECORD INVALID KEY CONTINUE
                    END-DELETE
                 ELSE
                    MOVE NLIN TO TR-LINEAS
                    MOVE VALORTR TO TR-VALOR
                    REWRITE REG-TR INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE TRASPAS
           IF NLIN NOT = 0
              PERFORM ImprimirNota
              DISPLAY "TRASPASO N." LINE 22 POSITION 5
              DISPLAY NUMLIBRE LINE 22 POSITION 17
              DISPLAY "EN TRANSITO; NOTA IMPRESA" LINE 22 POSITION 25
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       BuscarLibre.
           ADD 1 TO NUMLIBRE
           MOVE NUMLIBRE TO TR-NUM
           READ TRASPAS
              INVALID KEY MOVE "N" TO EXISTE
              NOT INVALID KEY CONTINUE
           END-READ.
       LineaEnvio.
           DISPLAY " " ERASE
           DISPLAY "TRASPASO N." LINE 2 POSITION 5
           DISPLAY NUMLIBRE LINE 2 POSITION 17
           DISPLAY SDT-NOMBRE(SEDEORIGEN) LINE 3 POSITION 5
           DISPLAY "->" LINE 3 POSITION 26
           DISPLAY SDT-NOMBRE(SEDEDESTINO) LINE 3 POSITION 29
           DISPLAY "LINEAS:" LINE 4 POSITION 5
           DISPLAY NLIN LINE 4 POSITION 13
           DISPLAY "VALOR:" LINE 4 POSITION 20
           DISPLAY VALORTR LINE 4 POSITION 27
           DISPLAY "INGREDIENTE (0 = TERMINAR):" LINE 6 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 6 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF = 27 OR CODPEDIDO = 0 OR NLIN = 99
              MOVE "S" TO FINLIN
           ELSE
              MOVE CODPEDIDO TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE INGREDIENTE" LINE 7
                       POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM PedirLineaEnvio
              END-READ
           END-IF
           MOVE 0 TO TECLAF.
       PedirLineaEnvio.
           DISPLAY IG-NOMBRE LINE 6 POSITION 38
           DISPLAY "STOCK:" LINE 7 POSITION 5
           DISPLAY IG-STOCK LINE 7 POSITION 12
           DISPLAY IG-UNIDAD LINE 7 POSITION 25
           DISPLAY "CANTIDAD:" LINE 8 POSITION 5
           MOVE 0 TO CANTENVIO
           ACCEPT CANTENVIO LINE 8 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CANTENVIO NOT = 0
              MOVE SPACES TO LOTEPEDIDO
              IF LOTESOK = "S"
                 PERFORM BuscarLoteMasViejo
                 MOVE LOTEMEJOR TO LOTEPEDIDO
              END-IF
              DISPLAY "LOTE (BLANCO=SIN LOTE):" LINE 9 POSITION 5
              ACCEPT LOTEPEDIDO LINE 9 POSITION 30 NO BEEP TAB UPDATE
              END-ACCEPT
              PERFORM GrabarLineaEnvio
           END-IF.
       GrabarLineaEnvio.
           ADD 1 TO NLIN
           MOVE NUMLIBRE TO TL-NUM
           MOVE NLIN TO TL-LINEA
           MOVE IG-CODIGO TO TL-INGRED
           MOVE IG-NOMBRE TO TL-NOMBRE
           MOVE IG-UNIDAD TO TL-UNIDAD
           MOVE CANTENVIO TO TL-CANTIDAD
           MOVE IG-COSTE TO TL-COSTE
           MOVE 0 TO TL-RECIBIDA
           MOVE SPACES TO TL-NOTA
           MOVE SPACES TO TL-LOTE
           MOVE 0 TO TL-CADUCIDAD
           IF LOTEPEDIDO NOT = SPACES AND LOTESOK = "S"
              MOVE IG-CODIGO TO LT-INGRED
              MOVE LOTEPEDIDO TO LT-LOTE
              READ LOTES
                 INVALID KEY
                    DISPLAY "ESE LOTE NO ESTA EN LA SEDE; VA SIN LOTE"
                       LINE 11 POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    MOVE LT-LOTE TO TL-LOTE
                    MOVE LT-CADUCIDAD TO TL-CADUCIDAD
                    SUBTRACT CANTENVIO FROM LT-CANTIDAD
                    IF LT-CANTIDAD < 0
                       MOVE 0 TO LT-CANTIDAD
                    END-IF
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
           END-IF
           WRITE REG-TL INVALID KEY CONTINUE
           END-WRITE
           SUBTRACT CANTENVIO FROM IG-STOCK
           REWRITE REG-ING INVALID KEY CONTINUE
           END-REWRITE
           COMPUTE VALORLIN ROUNDED = CANTENVIO * IG-COSTE
           ADD VALORLIN TO VALORTR
           MOVE "T" TO MV-TIPO
           MOVE "I" TO MV-CLASE
           MOVE IG-CODIGO TO MV-CODIGO
           COMPUTE MV-CANTIDAD = 0 - CANTENVIO
           MOVE SPACES TO MV-MOTIVO
           STRING "TRASPASO " DELIMITED BY SIZE
                  NUMLIBRE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  SDT-NOMBRE(SEDEDESTINO) DELIMITED BY SIZE
                  INTO MV-MOTIVO
           END-STRING
           PERFORM GrabarMovStock.

      ** El lote con genero de caducidad mas proxima, que se propone **
      ** para enviar primero lo mas viejo.                          **

       BuscarLoteMasViejo.
           MOVE SPACES TO LOTEMEJOR
           MOVE 99999999 TO CADMEJOR
           MOVE IG-CODIGO TO LT-INGRED
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
           IF FINLOTE = "N" AND LT-INGRED NOT = IG-CODIGO
              MOVE "S" TO FINLOTE
           END-IF.
           IF FINLOTE = "N" AND LT-CANTIDAD > 0
              AND LT-CADUCIDAD NOT > CADMEJOR
              MOVE LT-CADUCIDAD TO CADMEJOR
              MOVE LT-LOTE TO LOTEMEJOR
           END-IF.

      ** Apunte en el diario de movimientos de stock de la sede.    **

       GrabarMovStock.
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      ** Nota de traspaso impresa, para que viaje con el genero.    **

       ImprimirNota.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT TRASPAS
              MOVE NUMLIBRE TO TR-NUM
              READ TRASPAS INVALID KEY CONTINUE
              END-READ
              CLOSE TRASPAS
              MOVE TR-NUM TO NT-NUM
              MOVE TR-FECHA TO FECHACALC
              MOVE FC-DIA TO NT-DIA
              MOVE FC-MES TO NT-MES
              MOVE FC-ANO TO NT-ANO
              MOVE TR-ORIGEN TO NT-ORIGEN
              MOVE TR-DESTINO TO NT-DESTINO
              WRITE LINEAIMP FROM CABNOTA1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABNOTA2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABNOTA3 BEFORE ADVANCING 1 LINE
              OPEN INPUT TRASLIN
              MOVE NUMLIBRE TO TL-NUM
              MOVE 0 TO TL-LINEA
              MOVE "N" TO FINLIN
              START TRASLIN KEY IS NOT < TL-CLAVE
                 INVALID KEY MOVE "S" TO FINLIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ImprimirLineaNota UNTIL FINLIN = "S"
              CLOSE TRASLIN
              MOVE TR-VALOR TO NT-TOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINNOTATOT BEFORE ADVANCING 3 LINE
              WRITE LINEAIMP FROM LINNOTAFIRMA BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirLineaNota.
           READ TRASLIN NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND TL-NUM NOT = NUMLIBRE
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N"
              MOVE TL-LINEA TO NT-LINEA
              MOVE TL-INGRED TO NT-INGRED
              MOVE TL-NOMBRE TO NT-NOMBRE
              MOVE TL-CANTIDAD TO NT-CANTIDAD
              MOVE TL-UNIDAD TO NT-UNIDAD
              MOVE TL-LOTE TO NT-LOTE
              MOVE TL-CADUCIDAD TO NT-CADUCIDAD
              COMPUTE NT-VALOR ROUNDED = TL-CANTIDAD * TL-COSTE
              WRITE LINEAIMP FROM LINNOTA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Recepcion en la sede de destino: de cada linea se teclea lo **
      ** que llego de verdad (de entrada, lo enviado) y, si no       **
      ** cuadra, una nota. Lo recibido entra en su INGRED al coste   **
      ** de origen, a precio medio ponderado como un albaran, en su  **
      ** lote con la misma caducidad y con su apunte T positivo.     **

       RECEPCION.
           DISPLAY " " ERASE
           DISPLAY "RECEPCION DE UN TRASPASO" LINE 2 POSITION 5
           PERFORM VerSedes
           DISPLAY "SEDE QUE LO ENVIO:" LINE 6 POSITION 5
           MOVE 6 TO LINPED
           PERFORM PedirSede
           MOVE SEDEPEDIDA TO SEDEORIGEN
           MOVE 0 TO NUMPEDIDO
           IF SEDEORIGEN NOT = 0
              DISPLAY "NUMERO DE TRASPASO:" LINE 7 POSITION 5
              ACCEPT NUMPEDIDO LINE 7 POSITION 30 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND NUMPEDIDO NOT = 0
              MOVE SEDEORIGEN TO SD-K
              PERFORM RutasTraspaso
              MOVE "N" TO EXISTE
              OPEN INPUT TRASPAS
              IF ERRORTR = "00"
                 MOVE NUMPEDIDO TO TR-NUM
                 READ TRASPAS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-READ
                 CLOSE TRASPAS
              END-IF
              IF EXISTE = "N"
                 DISPLAY "NO EXISTE ESE TRASPASO" LINE 9 POSITION 5
                    REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 PERFORM ComprobarRecepcion
              END-IF
           END-IF
           MOVE 0 TO TECLAF.
       ComprobarRecepcion.
           MOVE TR-DESTINO TO NOMBREBUSCA
           PERFORM BuscarSedeNombre
           MOVE SD-K TO SEDEDESTINO
           DISPLAY "DE:" LINE 9 POSITION 5
           DISPLAY TR-ORIGEN LINE 9 POSITION 10
           DISPLAY "A:" LINE 10 POSITION 5
           DISPLAY TR-DESTINO LINE 10 POSITION 10
           DISPLAY "LINEAS:" LINE 11 POSITION 5
           DISPLAY TR-LINEAS LINE 11 POSITION 13
           DISPLAY "VALOR:" LINE 11 POSITION 20
           DISPLAY TR-VALOR LINE 11 POSITION 27
           IF TRASPASO-RECIBIDO
              DISPLAY "ESE TRASPASO YA ESTA RECIBIDO" LINE 13
                 POSITION 5 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              IF SEDEDESTINO = 0
                 DISPLAY "LA SEDE DE DESTINO NO ESTA EN SEDES.DAT"
                    LINE 13 POSITION 5 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 DISPLAY "RECIBIR ESTE TRASPASO (S/N):" LINE 13
                    POSITION 5
                 MOVE "N" TO CONFIRMA
                 ACCEPT CONFIRMA LINE 13 POSITION 34 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
                 IF TECLAF NOT = 27 AND (CONFIRMA = "S" OR "s")
                    PERFORM HacerRecepcion
                 END-IF
              END-IF
           END-IF.
       BuscarSedeNombre.
           MOVE 0 TO SD-K
           PERFORM MirarSedeNombre VARYING SD-J FROM 1 BY 1
              UNTIL SD-J > SD-N.
       MirarSedeNombre.
           IF SD-K = 0 AND SDT-NOMBRE(SD-J) = NOMBREBUSCA
              MOVE SD-J TO SD-K
           END-IF.
       HacerRecepcion.
           MOVE NUMPEDIDO TO NUMLIBRE
           MOVE SEDEDESTINO TO SD-K
           PERFORM RutasStock
           MOVE 0 TO VALORREC
           MOVE "N" TO HAYDIFER
           OPEN I-O TRASLIN
           OPEN I-O INGRED
           IF ERRORING NOT = "00"
              OPEN OUTPUT INGRED
              CLOSE INGRED
              OPEN I-O INGRED
           END-IF
           OPEN I-O LOTES
           IF ERRORLT NOT = "00"
              OPEN OUTPUT LOTES
              CLOSE LOTES
              OPEN I-O LOTES
           END-IF
           MOVE NUMLIBRE TO TL-NUM
           MOVE 0 TO TL-LINEA
           MOVE "N" TO FINLIN
           START TRASLIN KEY IS NOT < TL-CLAVE
              INVALID KEY MOVE "S" TO FINLIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM RecibirUnaLinea UNTIL FINLIN = "S"
           CLOSE LOTES
           CLOSE INGRED
           CLOSE TRASLIN
           MOVE SEDEORIGEN TO SD-K
           PERFORM RutasTraspaso
           OPEN I-O TRASPAS
           MOVE NUMLIBRE TO TR-NUM
           READ TRASPAS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "R" TO TR-ESTADO
                 ACCEPT TR-FRECEP FROM DATE YYYYMMDD
                 MOVE VALORREC TO TR-VALORREC
                 MOVE SESCODIGO TO TR-USUREC
                 MOVE HAYDIFER TO TR-DIFERENCIA
                 REWRITE REG-TR INVALID KEY CONTINUE
                 END-REWRITE
           END-READ
           CLOSE TRASPAS
           DISPLAY " " ERASE
           DISPLAY "TRASPASO RECIBIDO; VALOR A COSTE:" LINE 10
              POSITION 5
           DISPLAY VALORREC LINE 10 POSITION 40
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       RecibirUnaLinea.
           READ TRASLIN NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND TL-NUM NOT = NUMLIBRE
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N"
              DISPLAY " " ERASE
              DISPLAY "RECEPCION DEL TRASPASO N." LINE 2 POSITION 5
              DISPLAY NUMLIBRE LINE 2 POSITION 31
              MOVE TL-LINEA TO LL-LINEA
              MOVE TL-INGRED TO LL-INGRED
              MOVE TL-NOMBRE TO LL-NOMBRE
              MOVE TL-CANTIDAD TO LL-CANTIDAD
              MOVE TL-UNIDAD TO LL-UNIDAD
              MOVE TL-LOTE TO LL-LOTE
              DISPLAY LINLINEA LINE 4 POSITION 5
              DISPLAY "CANTIDAD RECIBIDA:" LINE 6 POSITION 5
              MOVE TL-CANTIDAD TO TL-RECIBIDA
              ACCEPT TL-RECIBIDA LINE 6 POSITION 25 NO BEEP UPDATE
              END-ACCEPT
              IF TL-RECIBIDA NOT = TL-CANTIDAD
                 MOVE "S" TO HAYDIFER
                 DISPLAY "NOTA DE LA DIFERENCIA:" LINE 8 POSITION 5
                 ACCEPT TL-NOTA LINE 8 POSITION 29 NO BEEP TAB UPDATE
                 END-ACCEPT
              END-IF
              REWRITE REG-TL INVALID KEY CONTINUE
              END-REWRITE
              IF TL-RECIBIDA NOT = 0
                 PERFORM EntrarLineaDestino
              END-IF
           END-IF.
       EntrarLineaDestino.
           MOVE TL-INGRED TO IG-CODIGO
           READ INGRED
              INVALID KEY
                 MOVE TL-NOMBRE TO IG-NOMBRE
                 MOVE TL-UNIDAD TO IG-UNIDAD
                 MOVE 0 TO IG-STOCK IG-MINIMO IG-PEDIRHASTA
                 MOVE 0 TO IG-PROVEEDOR IG-KCAL IG-PROTEINA
                 MOVE 0 TO IG-GRASA IG-HIDRATOS
                 MOVE TL-COSTE TO IG-COSTE
                 WRITE REG-ING INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY CONTINUE
           END-READ
      * Precio medio ponderado como en ALBARAN.CBL, con el coste que
      * traia el genero en la sede de origen.
           MOVE IG-STOCK TO STOCKPONDERA
           IF STOCKPONDERA < 0
              MOVE 0 TO STOCKPONDERA
           END-IF
           COMPUTE VALORPONDERA = (STOCKPONDERA * IG-COSTE)
              + (TL-RECIBIDA * TL-COSTE)
           ADD TL-RECIBIDA TO IG-STOCK
           COMPUTE STOCKPONDERA = STOCKPONDERA + TL-RECIBIDA
           IF STOCKPONDERA NOT = 0
              COMPUTE IG-COSTE ROUNDED = VALORPONDERA / STOCKPONDERA
           ELSE
              MOVE TL-COSTE TO IG-COSTE
           END-IF
           REWRITE REG-ING INVALID KEY CONTINUE
           END-REWRITE
           COMPUTE VALORLIN ROUNDED = TL-RECIBIDA * TL-COSTE
           ADD VALORLIN TO VALORREC
           MOVE "T" TO MV-TIPO
           MOVE "I" TO MV-CLASE
           MOVE TL-INGRED TO MV-CODIGO
           MOVE TL-RECIBIDA TO MV-CANTIDAD
           MOVE SPACES TO MV-MOTIVO
           STRING "TRASPASO " DELIMITED BY SIZE
                  NUMLIBRE DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  TR-ORIGEN DELIMITED BY SIZE
                  INTO MV-MOTIVO
           END-STRING
           PERFORM GrabarMovStock
           IF TL-LOTE NOT = SPACES
              MOVE TL-INGRED TO LT-INGRED
              MOVE TL-LOTE TO LT-LOTE
              READ LOTES
                 INVALID KEY
                    MOVE TL-CADUCIDAD TO LT-CADUCIDAD
                    MOVE TL-RECIBIDA TO LT-CANTIDAD
                    MOVE 0 TO LT-ALBARAN
                    ACCEPT LT-FECHAENT FROM DATE YYYYMMDD
                    WRITE REG-LOTE INVALID KEY CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    ADD TL-RECIBIDA TO LT-CANTIDAD
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
           END-IF.

      ** Traspasos sin recibir de todas las sedes, con los dias que  **
      ** llevan en transito y su valor a coste de origen.           **

       PENDIENTES.
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           MOVE 0 TO TOTTRANSITO CUANTOSTR
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE HOYNUM TO PE-HOY
              WRITE LINEAIMP FROM CABPEND1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABPEND2 BEFORE ADVANCING 1 LINE
              PERFORM PendientesSede VARYING SD-I FROM 1 BY 1
                 UNTIL SD-I > SD-N
              MOVE CUANTOSTR TO PE-CUANTOS
              MOVE TOTTRANSITO TO PE-TOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINPENDTOT BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO
           DISPLAY "LISTADO IMPRESO" LINE 6 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       PendientesSede.
           MOVE SD-I TO SD-K
           PERFORM RutasTraspaso
           MOVE "N" TO FIN
           OPEN INPUT TRASPAS
           IF ERRORTR NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE 0 TO TR-NUM
              START TRASPAS KEY IS NOT < TR-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM MirarUnPendiente UNTIL FIN = "S"
           IF ERRORTR = "00"
              CLOSE TRASPAS
           END-IF.
       MirarUnPendiente.
           READ TRASPAS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND TRASPASO-ENTRANSITO
              ADD 1 TO CUANTOSTR
              ADD TR-VALOR TO TOTTRANSITO
              MOVE TR-NUM TO PE-NUM
              MOVE TR-FECHA TO FECHACALC
              MOVE FC-DIA TO PE-DIA
              MOVE FC-MES TO PE-MES
              MOVE FC-ANO TO PE-ANO
              COMPUTE DIASTR = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              MOVE 0 TO PE-DIAS
              IF DIASHOY > DIASTR
                 COMPUTE PE-DIAS = DIASHOY - DIASTR
              END-IF
              MOVE TR-ORIGEN TO PE-ORIGEN
              MOVE TR-DESTINO TO PE-DESTINO
              MOVE TR-LINEAS TO PE-LINEAS
              MOVE TR-VALOR TO PE-VALOR
              WRITE LINEAIMP FROM LINPEND BEFORE ADVANCING 1 LINE
           END-IF.

      ** Resumen del mes por sede: lo enviado (y lo que de ello sigue **
      ** en transito), lo recibido y la diferencia entre lo que salio **
      ** y lo que llego de los traspasos recibidos en el mes.        **

       RESUMENMES.
           ACCEPT FECHACALC FROM DATE YYYYMMDD
           MOVE FC-MES TO MESPEDIDO
           MOVE FC-ANO TO ANOPEDIDO
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
              PERFORM LimpiarMesSede VARYING SD-I FROM 1 BY 1
                 UNTIL SD-I > 5
              PERFORM SumarMesSede VARYING SD-I FROM 1 BY 1
                 UNTIL SD-I > SD-N
              PERFORM ImprimirMes
              DISPLAY "LISTADO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       LimpiarMesSede.
           MOVE 0 TO SM-ENVIOS(SD-I)
           MOVE 0 TO SM-ENVIADO(SD-I)
           MOVE 0 TO SM-PENDIENTE(SD-I)
           MOVE 0 TO SM-RECIBOS(SD-I)
           MOVE 0 TO SM-RECIBIDO(SD-I)
           MOVE 0 TO SM-DIFERENCIA(SD-I).
       SumarMesSede.
           MOVE SD-I TO SD-K
           PERFORM RutasTraspaso
           MOVE "N" TO FIN
           OPEN INPUT TRASPAS
           IF ERRORTR NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE 0 TO TR-NUM
              START TRASPAS KEY IS NOT < TR-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM SumarUnTraspaso UNTIL FIN = "S"
           IF ERRORTR = "00"
              CLOSE TRASPAS
           END-IF.
       SumarUnTraspaso.
           READ TRASPAS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND TR-FECHA NOT < MESDESDE
              AND TR-FECHA NOT > MESHASTA
              MOVE TR-ORIGEN TO NOMBREBUSCA
              PERFORM BuscarSedeNombre
              IF SD-K NOT = 0
                 ADD 1 TO SM-ENVIOS(SD-K)
                 ADD TR-VALOR TO SM-ENVIADO(SD-K)
                 IF TRASPASO-ENTRANSITO
                    ADD TR-VALOR TO SM-PENDIENTE(SD-K)
                 END-IF
              END-IF
           END-IF.
           IF FIN = "N" AND TRASPASO-RECIBIDO
              AND TR-FRECEP NOT < MESDESDE
              AND TR-FRECEP NOT > MESHASTA
              MOVE TR-DESTINO TO NOMBREBUSCA
              PERFORM BuscarSedeNombre
              IF SD-K NOT = 0
                 ADD 1 TO SM-RECIBOS(SD-K)
                 ADD TR-VALORREC TO SM-RECIBIDO(SD-K)
                 COMPUTE SM-DIFERENCIA(SD-K) = SM-DIFERENCIA(SD-K)
                    + TR-VALORREC - TR-VALOR
              END-IF
           END-IF.
       ImprimirMes.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE MESPEDIDO TO TM-MES
              MOVE ANOPEDIDO TO TM-ANO
              WRITE LINEAIMP FROM CABMES1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABMES2 BEFORE ADVANCING 1 LINE
              PERFORM ImprimirMesSede VARYING SD-I FROM 1 BY 1
                 UNTIL SD-I > SD-N
           END-IF
           CLOSE LISTADO.
       ImprimirMesSede.
           MOVE SDT-NOMBRE(SD-I) TO TM-SEDE
           MOVE SM-ENVIOS(SD-I) TO TM-ENVIOS
           MOVE SM-ENVIADO(SD-I) TO TM-ENVIADO
           MOVE SM-RECIBOS(SD-I) TO TM-RECIBOS
           MOVE SM-RECIBIDO(SD-I) TO TM-RECIBIDO
           MOVE SM-DIFERENCIA(SD-I) TO TM-DIFERENCIA
           MOVE SM-PENDIENTE(SD-I) TO TM-PENDIENTE
           WRITE LINEAIMP FROM LINMES BEFORE ADVANCING 1 LINE.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB), que queda   **
      ** como quien envia o recibe cada traspaso.                    **

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

      ** Modo formacion del puesto (MODOFORM.DAT de LOGIN.COB): las  **
      ** sedes de SEDES.DAT son carpetas reales y no se tocan.       **

       MirarModoFormacion.
           MOVE "N" TO ENFORMACION
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00"
                 MOVE "S" TO ENFORMACION
              END-IF
              CLOSE MODOFORM
           END-IF.
