       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJETIV.
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
           SELECT OPTIONAL OBJETIV ASSIGN TO DISK RF-OBJETIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OB-ANOMES
           FILE STATUS IS ERROROB.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL SERVMESA ASSIGN TO DISK RF-SERVMESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSV.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL FACPROV ASSIGN TO DISK RF-FACPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-NUM
           FILE STATUS IS ERRORFP.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
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
      * Objetivos de cada mes que se fijan en enero: ventas netas,
      * cubiertos, ticket medio, coste de genero sobre ventas y
      * compras por familia de proveedor (C, P, V, B, S y otros),
      * con la tolerancia admitida antes de marcar una desviacion.
       FD OBJETIV LABEL RECORD STANDARD.
       01 REG-OB.
           02 OB-ANOMES PIC 9(6).
           02 OB-VENTAS PIC 9(7)V99.
           02 OB-CUBIERTOS PIC 9(6).
           02 OB-TICKET PIC 9(4)V99.
           02 OB-COSTEGEN PIC 99V99.
           02 OB-COMPRAS PIC 9(7)V99 OCCURS 6.
           02 OB-TOLERANCIA PIC 99V9.
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
      * Servicios de mesa de MESA.CBL: los cubiertos reales.
       FD SERVMESA LABEL RECORD STANDARD.
       01 REG-SV.
           02 SV-FECHA PIC 9(8).
           02 SV-MESA PIC 99.
           02 SV-HORAAPER PIC 9(8).
           02 SV-HORACIER PIC 9(8).
           02 SV-COMENSALES PIC 99.
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
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
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
              88 FACPROV-PAGADA VALUE " ".
              88 FACPROV-PENDIENTE VALUE "*".
           02 FP-FECHAPAGO PIC 9(8).
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
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
       77 RF-OBJETIV PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-SERVMESA PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 ERROROB PIC XX.
       77 ERRORVD PIC XX.
       77 ERRORSV PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORFP PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 SESNIVEL PIC 9.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTE PIC X.
       77 FIN PIC X.
       77 FINESC PIC X.
       77 ANOMES PIC 9(6).
       77 ANOARCH PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 PL PIC 9(3).
       77 FX PIC 9.
       77 LX PIC 99.
       77 LINPANT PIC 99.
       77 COSTEPLATO PIC 9(5)V99.
       77 HAYRECETA PIC X.
       77 VALORMOV PIC S9(7)V99.
       77 DESVIACION PIC S9(9)V99.
       77 PORCENTAJE PIC S9(4)V9.
       77 TOLERANCIA PIC 99V9.
       77 FUERA PIC X.
       77 SOLOFUERA PIC X.
       77 NFUERA PIC 99.
      * Valores de cada linea del informe: objetivo y real.
       01 TablaInforme.
           02 RL-ENT OCCURS 12.
              03 RL-OBJETIVO PIC S9(9)V99.
              03 RL-REAL PIC S9(9)V99.
       01 TABLA-NOMLIN.
           02 FILLER PIC X(24) VALUE "VENTAS NETAS            ".
           02 FILLER PIC X(24) VALUE "CUBIERTOS               ".
           02 FILLER PIC X(24) VALUE "TICKET MEDIO            ".
           02 FILLER PIC X(24) VALUE "COSTE GENERO % S/VENTAS ".
           02 FILLER PIC X(24) VALUE "CONSUMO DE GENERO       ".
           02 FILLER PIC X(24) VALUE "COMPRAS CARNE           ".
           02 FILLER PIC X(24) VALUE "COMPRAS PESCADO         ".
           02 FILLER PIC X(24) VALUE "COMPRAS FRUTA Y VERDURA ".
           02 FILLER PIC X(24) VALUE "COMPRAS BEBIDAS         ".
           02 FILLER PIC X(24) VALUE "COMPRAS SECOS Y ALMACEN ".
           02 FILLER PIC X(24) VALUE "COMPRAS OTROS           ".
           02 FILLER PIC X(24) VALUE "TOTAL COMPRAS           ".
       01 NOMLINR REDEFINES TABLA-NOMLIN.
           02 NOMLIN PIC X(24) OCCURS 12.
      * Familias de proveedor, en el orden de OB-COMPRAS.
       01 TABLA-FAMILIAS PIC X(6) VALUE "CPVBS ".
       01 FAMILIASR REDEFINES TABLA-FAMILIAS.
           02 FAMILIA PIC X OCCURS 6.
      * Coste unitario de cada ingrediente y de cada plato, como en
      * CTAEXPL.CBL, para valorar el consumo del mes.
       01 TablaCostes.
           02 TC-COSTEING PIC 9(4)V99 OCCURS 999.
           02 TC-COSTEPLA PIC 9(5)V99 OCCURS 999.
       01 CABOBJ1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-EMPRESA PIC X(30).
           02 FILLER PIC X(30) VALUE
              "  OBJETIVOS Y REAL DEL MES    ".
           02 CO-ANOMES PIC 9(6).
       01 CABOBJ2.
           02 FILLER PIC X(40) VALUE
              "  CONCEPTO                     OBJETIVO ".
           02 FILLER PIC X(38) VALUE
              "         REAL   DESVIACION  DESV.%    ".
       01 CABFUERA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
              "FUERA DE TOLERANCIA (+/-     %".
           02 FILLER PIC X(4) VALUE "):  ".
       01 CABFUERAR REDEFINES CABFUERA.
           02 FILLER PIC X(26).
           02 CF-TOLERANCIA PIC Z9,9.
           02 FILLER PIC X(6).
       01 CABTODO.
           02 FILLER PIC X(30) VALUE
              "  DETALLE DEL MES:            ".
       01 LINOBJ.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LO-NOMBRE PIC X(24).
           02 LO-OBJETIVO PIC -Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LO-REAL PIC -Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LO-DESVIACION PIC -Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LO-PORCENTAJE PIC -ZZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 LO-MARCA PIC XX.
       01 LINSINFUERA.
           02 FILLER PIC X(40) VALUE
              "  NINGUNA LINEA FUERA DE TOLERANCIA     ".
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
           DISPLAY "OBJETIVOS MENSUALES" LINE 2 POSITION 5
           DISPLAY "O=OBJETIVOS DEL MES  C=COMPARAR CON REAL  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 57 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "O" OR "o"
              PERFORM MANTOBJETIVOS
           END-IF
           IF OPCION = "C" OR "c"
              PERFORM COMPARAR
           END-IF.

      ** Alta y modificacion de los objetivos de un mes. Solo el    **
      ** encargado. Ticket medio en blanco = ventas / cubiertos.    **

       MANTOBJETIVOS.
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO FIJA LOS OBJETIVOS" LINE 6
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              OPEN I-O OBJETIV
              MOVE 0 TO TECLAF
              PERFORM UNMES UNTIL TECLAF = 27
              CLOSE OBJETIV
           END-IF
           MOVE 0 TO TECLAF.
       UNMES.
           DISPLAY " " ERASE
           DISPLAY "OBJETIVOS MENSUALES" LINE 2 POSITION 5
           DISPLAY "MES (AAAAMM, ESC=FIN):" LINE 6 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 6 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              MOVE ANOMES TO OB-ANOMES
              READ OBJETIV
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    PERFORM ObjetivoEnBlanco
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              MOVE ANOMES TO OB-ANOMES
              PERFORM PedirObjetivos
              IF TECLAF NOT = 27
                 IF OB-TICKET = 0 AND OB-CUBIERTOS > 0
                    COMPUTE OB-TICKET ROUNDED = OB-VENTAS
                       / OB-CUBIERTOS
                 END-IF
                 IF EXISTE = "S"
                    REWRITE REG-OB INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-OB INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 21 POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
              MOVE 0 TO TECLAF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       ObjetivoEnBlanco.
           MOVE 0 TO OB-VENTAS
           MOVE 0 TO OB-CUBIERTOS
           MOVE 0 TO OB-TICKET
           MOVE 0 TO OB-COSTEGEN
           PERFORM LimpiarCompraObj VARYING FX FROM 1 BY 1
              UNTIL FX > 6
           MOVE 5 TO OB-TOLERANCIA.
       LimpiarCompraObj.
           MOVE 0 TO OB-COMPRAS(FX).
       PedirObjetivos.
           DISPLAY "VENTAS NETAS (BASE):" LINE 8 POSITION 5
           ACCEPT OB-VENTAS LINE 8 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "CUBIERTOS:" LINE 9 POSITION 5
           ACCEPT OB-CUBIERTOS LINE 9 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TICKET MEDIO (0=CALCULAR):" LINE 10 POSITION 5
           ACCEPT OB-TICKET LINE 10 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COSTE GENERO (% S/VENTAS):" LINE 11 POSITION 5
           ACCEPT OB-COSTEGEN LINE 11 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE 12 TO LINPANT
           PERFORM PedirCompraObj VARYING FX FROM 1 BY 1
              UNTIL FX > 6
           DISPLAY "TOLERANCIA (%):" LINE 19 POSITION 5
           ACCEPT OB-TOLERANCIA LINE 19 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT.
       PedirCompraObj.
           COMPUTE LX = FX + 5
           DISPLAY NOMLIN(LX) LINE LINPANT POSITION 5
           ACCEPT OB-COMPRAS(FX) LINE LINPANT POSITION 35 NO BEEP
              UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ADD 1 TO LINPANT.

      ** Objetivos del mes frente a lo real: ventas de VENTDIA,     **
      ** cubiertos de SERVMESA, consumo del diario de stock y       **
      ** compras de FACPROV por familia del proveedor. Primero las  **
      ** lineas fuera de tolerancia y luego el detalle completo.    **

       COMPARAR.
           DISPLAY "MES (AAAAMM):" LINE 6 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 6 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              MOVE "N" TO EXISTE
              OPEN INPUT OBJETIV
              IF ERROROB = "00"
                 MOVE ANOMES TO OB-ANOMES
                 READ OBJETIV
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-READ
                 CLOSE OBJETIV
              END-IF
              IF EXISTE = "N"
                 DISPLAY "SIN OBJETIVOS PARA ESE MES" LINE 8
                    POSITION 5
              ELSE
                 DISPLAY "CALCULANDO..." LINE 8 POSITION 5
                 COMPUTE MESDESDE = ANOMES * 100 + 1
                 COMPUTE MESHASTA = ANOMES * 100 + 31
                 PERFORM LimpiarInforme VARYING LX FROM 1 BY 1
                    UNTIL LX > 12
                 PERFORM CargarObjetivos
                 PERFORM RealVentas
                 PERFORM RealCubiertos
                 PERFORM CargarCostes
                 PERFORM RealConsumo
                 PERFORM RealCompras
                 PERFORM CalcularDerivados
                 PERFORM LeerEmpresa
                 PERFORM ImprimirInforme
                 DISPLAY "LINEAS FUERA DE TOLERANCIA:" LINE 8
                    POSITION 5
                 DISPLAY NFUERA LINE 8 POSITION 33
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       LimpiarInforme.
           MOVE 0 TO RL-OBJETIVO(LX)
           MOVE 0 TO RL-REAL(LX).
       CargarObjetivos.
           MOVE OB-TOLERANCIA TO TOLERANCIA
           MOVE OB-VENTAS TO RL-OBJETIVO(1)
           MOVE OB-CUBIERTOS TO RL-OBJETIVO(2)
           MOVE OB-TICKET TO RL-OBJETIVO(3)
           MOVE OB-COSTEGEN TO RL-OBJETIVO(4)
           COMPUTE RL-OBJETIVO(5) ROUNDED = OB-VENTAS * OB-COSTEGEN
              / 100
           PERFORM CargarCompraObj VARYING FX FROM 1 BY 1
              UNTIL FX > 6.
       CargarCompraObj.
           COMPUTE LX = FX + 5
           MOVE OB-COMPRAS(FX) TO RL-OBJETIVO(LX)
           ADD OB-COMPRAS(FX) TO RL-OBJETIVO(12).

      ** Ventas netas del mes: bases de los totales por dia, donde  **
      ** los abonos ya restan (vivas y archivadas).                 **

       RealVentas.
           MOVE "N" TO FIN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE MESDESDE TO VD-FECHA
              MOVE "T" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM LeerVentaDia UNTIL FIN = "S"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF.
       LeerVentaDia.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-FECHA > MESHASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND VD-CLASE = "T"
              ADD VD-BASE TO RL-REAL(1)
           END-IF.

      ** Cubiertos servidos en el mes segun los servicios de mesa.  **

       RealCubiertos.
           MOVE "N" TO FIN
           OPEN INPUT SERVMESA
           IF ERRORSV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerServicio UNTIL FIN = "S"
           IF ERRORSV = "00"
              CLOSE SERVMESA
           END-IF.
       LeerServicio.
           READ SERVMESA AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              AND SV-FECHA NOT < MESDESDE AND SV-FECHA NOT > MESHASTA
              ADD SV-COMENSALES TO RL-REAL(2)
           END-IF.

      ** Costes unitarios de ingredientes y platos (escandallo o el **
      ** coste tecleado en la ficha del plato).                     **

       CargarCostes.
           PERFORM LimpiarCoste VARYING PL FROM 1 BY 1 UNTIL PL > 999
           OPEN INPUT INGRED
           MOVE 0 TO IG-CODIGO
           MOVE "N" TO FIN
           START INGRED KEY IS NOT < IG-CODIGO
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarIngrediente UNTIL FIN = "S"
           CLOSE INGRED
           OPEN INPUT PLATOS
           OPEN INPUT ESCAND
           MOVE 0 TO NUMPLATO
           MOVE "N" TO FIN
           START PLATOS KEY IS NOT < NUMPLATO
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarPlato UNTIL FIN = "S"
           CLOSE ESCAND
           CLOSE PLATOS.
       LimpiarCoste.
           MOVE 0 TO TC-COSTEING(PL)
           MOVE 0 TO TC-COSTEPLA(PL).
       CargarIngrediente.
           READ INGRED NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND IG-CODIGO > 0
              MOVE IG-COSTE TO TC-COSTEING(IG-CODIGO)
           END-IF.
       CargarPlato.
           READ PLATOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND NUMPLATO > 0
              PERFORM CosteDelPlato
              MOVE COSTEPLATO TO TC-COSTEPLA(NUMPLATO)
           END-IF.
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
           IF FINESC = "N" AND EC-INGRED > 0
              MOVE "S" TO HAYRECETA
              COMPUTE COSTEPLATO = COSTEPLATO
                 + (EC-CANTIDAD * TC-COSTEING(EC-INGRED))
           END-IF.

      ** Consumo de genero del mes con el mismo criterio que la     **
      ** cuenta de explotacion: salidas y ajustes del diario de     **
      ** stock al coste, sin entradas, devoluciones, comidas de     **
      ** personal ni saldos de apertura. Diario vivo y archivo.     **

       RealConsumo.
           PERFORM RecorrerMovStock
           DIVIDE ANOMES BY 100 GIVING ANOARCH
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVS" DELIMITED BY SIZE
                  ANOARCH DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           PERFORM RecorrerMovStock
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING.
       RecorrerMovStock.
           MOVE "N" TO FIN
           OPEN INPUT MOVSTOCK
           IF ERRORMOV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerMovimiento UNTIL FIN = "S"
           IF ERRORMOV = "00"
              CLOSE MOVSTOCK
           END-IF.
       LeerMovimiento.
           READ MOVSTOCK AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MV-CODIGO > 0
              AND MV-FECHA NOT < MESDESDE AND MV-FECHA NOT > MESHASTA
              AND MV-TIPO NOT = "E" AND MV-TIPO NOT = "D"
              AND MV-TIPO NOT = "C" AND MV-TIPO NOT = "T"
              AND MV-MOTIVO NOT = "SALDO APERTURA ARCHIVO"
              MOVE 0 TO VALORMOV
              IF MV-CLASE = "I"
                 COMPUTE VALORMOV ROUNDED = MV-CANTIDAD
                    * TC-COSTEING(MV-CODIGO)
              END-IF
              IF MV-CLASE = "P"
                 COMPUTE VALORMOV ROUNDED = MV-CANTIDAD
                    * TC-COSTEPLA(MV-CODIGO)
              END-IF
              SUBTRACT VALORMOV FROM RL-REAL(5)
           END-IF.

      ** Compras del mes por familia del proveedor (bases).         **

       RealCompras.
           MOVE "N" TO FIN
           OPEN INPUT FACPROV
           IF ERRORFP NOT = "00"
              MOVE "S" TO FIN
           END-IF
           OPEN INPUT PROVEE
           PERFORM LeerFacProv UNTIL FIN = "S"
           CLOSE PROVEE
           IF ERRORFP = "00"
              CLOSE FACPROV
           END-IF.
       LeerFacProv.
           READ FACPROV NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              AND FP-FECHA NOT < MESDESDE AND FP-FECHA NOT > MESHASTA
              MOVE " " TO PR-FAMILIA
              MOVE FP-PROVEEDOR TO PR-CODIGO
              READ PROVEE
                 INVALID KEY MOVE " " TO PR-FAMILIA
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE 6 TO FX
              PERFORM BuscarFamilia VARYING LX FROM 1 BY 1
                 UNTIL LX > 5
              COMPUTE LX = FX + 5
              COMPUTE RL-REAL(LX) = RL-REAL(LX)
                 + FP-BASE1 + FP-BASE2 + FP-BASE3
              COMPUTE RL-REAL(12) = RL-REAL(12)
                 + FP-BASE1 + FP-BASE2 + FP-BASE3
           END-IF.
       BuscarFamilia.
           IF PR-FAMILIA = FAMILIA(LX)
              MOVE LX TO FX
           END-IF.

      ** Ticket medio y coste de genero sobre ventas reales.        **

       CalcularDerivados.
           IF RL-REAL(2) NOT = 0
              COMPUTE RL-REAL(3) ROUNDED = RL-REAL(1) / RL-REAL(2)
           END-IF
           IF RL-REAL(1) NOT = 0
              COMPUTE RL-REAL(4) ROUNDED = RL-REAL(5) * 100
                 / RL-REAL(1)
                 ON SIZE ERROR MOVE 0 TO RL-REAL(4)
              END-COMPUTE
           END-IF.
       LeerEmpresa.
           MOVE SPACES TO EM-NOMBRE
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              CLOSE EMPRESA
           END-IF.

      ** Listado para la reunion del mes: primero las desviaciones  **
      ** por encima de la tolerancia, despues todas las lineas.     **

       ImprimirInforme.
           MOVE 0 TO NFUERA
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE EM-NOMBRE TO CO-EMPRESA
              MOVE ANOMES TO CO-ANOMES
              WRITE LINEAIMP FROM CABOBJ1 BEFORE ADVANCING 2 LINE
              MOVE TOLERANCIA TO CF-TOLERANCIA
              WRITE LINEAIMP FROM CABFUERA BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABOBJ2 BEFORE ADVANCING 1 LINE
              MOVE "S" TO SOLOFUERA
              PERFORM ImprimirLinea VARYING LX FROM 1 BY 1
                 UNTIL LX > 12
              IF NFUERA = 0
                 WRITE LINEAIMP FROM LINSINFUERA
                    BEFORE ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABTODO BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABOBJ2 BEFORE ADVANCING 1 LINE
              MOVE "N" TO SOLOFUERA
              PERFORM ImprimirLinea VARYING LX FROM 1 BY 1
                 UNTIL LX > 12
           END-IF
           CLOSE LISTADO.
       ImprimirLinea.
           COMPUTE DESVIACION = RL-REAL(LX) - RL-OBJETIVO(LX)
           MOVE 0 TO PORCENTAJE
           MOVE "N" TO FUERA
           IF RL-OBJETIVO(LX) NOT = 0
              COMPUTE PORCENTAJE ROUNDED = DESVIACION * 100
                 / RL-OBJETIVO(LX)
                 ON SIZE ERROR MOVE 999,9 TO PORCENTAJE
              END-COMPUTE
              IF PORCENTAJE > TOLERANCIA
                 OR PORCENTAJE < 0 - TOLERANCIA
                 MOVE "S" TO FUERA
              END-IF
           END-IF
           MOVE NOMLIN(LX) TO LO-NOMBRE
           MOVE RL-OBJETIVO(LX) TO LO-OBJETIVO
           MOVE RL-REAL(LX) TO LO-REAL
           MOVE DESVIACION TO LO-DESVIACION
           MOVE PORCENTAJE TO LO-PORCENTAJE
           MOVE SPACES TO LO-MARCA
           IF FUERA = "S"
              MOVE "**" TO LO-MARCA
           END-IF
           IF SOLOFUERA = "N"
              WRITE LINEAIMP FROM LINOBJ BEFORE ADVANCING 1 LINE
           ELSE
              IF FUERA = "S"
                 ADD 1 TO NFUERA
                 WRITE LINEAIMP FROM LINOBJ BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

      ** Usuario y nivel de la sesion (SESION.DAT de LOGIN.COB).    **

       LeerSesion.
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-NIVEL TO SESNIVEL
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
           MOVE SPACES TO RF-OBJETIV
           STRING RUTADATOS DELIMITED BY " "
                  "OBJETIV.DAT" DELIMITED BY SIZE
                  INTO RF-OBJETIV
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-SERVMESA
           STRING RUTADATOS DELIMITED BY " "
                  "SERVMESA.DAT" DELIMITED BY SIZE
                  INTO RF-SERVMESA
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
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
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
                  "FACPROV.DAT" DELIMITED BY SIZE
                  INTO RF-FACPROV
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING.
