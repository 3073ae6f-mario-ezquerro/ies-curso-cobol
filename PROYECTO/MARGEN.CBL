           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
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
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
      * Versiones del escandallo con su fecha de entrada en vigor
      * (las graba ESCAN.CBL al cambiar una receta).
       FD ESCVER LABEL RECORD STANDARD.
       01 REG-EV.
           02 EV-CLAVE.
              03 EV-PLATO PIC 9(3).
              03 EV-TIPO PIC X.
              03 EV-VERSION PIC 9(3).
              03 EV-INGRED PIC 9(3).
           02 EV-CANTIDAD PIC 9(3)V999.
           02 EV-DESDE PIC 9(8).
           02 EV-USUARIO PIC 9(3).
           02 EV-NOMUSU PIC X(20).
           02 EV-FECHAGRAB PIC 9(8).
           02 EV-MOTIVO PIC X(30).
           02 EV-COSTE PIC 9(5)V999.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-ESCAND PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 ERRORIMP PIC XX.
       77 ERRORVD PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 BIEN PIC X.
       77 FINESC PIC X.
       77 RF-ESCVER PIC X(42).
       77 ERROREV PIC XX.
       77 HAYESCVER PIC X.
       77 FINEV PIC X.
       77 CONHIST PIC X.
       77 PLATOVIG PIC 9(3).
       77 FECHAVIG PIC 9(8).
       77 VERSIONVIG PIC 9(3).
       77 INGVIG PIC 9(3).
       77 CANTVIG PIC 9(3)V999.
       77 COSTEVER PIC 9(5)V999.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 PL PIC 9(3).
       77 CUR PIC 9.
       77 CATACT PIC X.
           02 MG-ENT OCCURS 999.
              03 MG-UNID PIC 9(5).
              03 MG-IMP PIC 9(7)V99.
              03 MG-COSTE PIC S9(9)V999.
              03 MG-HIST PIC X.
       01 CABMARGEN.
           02 FILLER PIC X(40) VALUE
              "  COSTES Y MARGENES DE LA CARTA         ".
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Acumula unidades e importe por plato desde los totales por  **
      ** dia del periodo, y luego lista cada plato con su coste      **
      ** (escandallo si lo tiene, coste tecleado si no), su margen y **
      ** el cuadrante clasico popularidad/margen. Si la receta del   **
      ** plato ha cambiado, cada dia se costea con la que valia ese  **
      ** dia y el coste por unidad es la media de lo vendido.        **

       GENERAR.
           PERFORM LimpiarTabla VARYING PL FROM 1 BY 1
              UNTIL PL > 999
           MOVE "B" TO BIEN
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           OPEN INPUT INGRED
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "N" TO BIEN
           ELSE
              MOVE DESDE TO VD-FECHA
              MOVE "P" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM LeerVentaDiaM UNTIL BIEN = "N"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF
           CLOSE INGRED
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF
           PERFORM CalcularMedias
           PERFORM IMPRIMIRM.
       LimpiarTabla.
           MOVE 0 TO MG-UNID(PL)
           MOVE 0 TO MG-IMP(PL)
           MOVE 0 TO MG-COSTE(PL)
           MOVE "N" TO MG-HIST(PL).
       LeerVentaDiaM.
           READ VENTDIA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B" AND VD-FECHA > HASTA
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "P"
              DIVIDE VD-CODIGO BY 10 GIVING PL
              IF PL > 0
                 ADD VD-UNIDADES TO MG-UNID(PL)
                 ADD VD-IMPORTE TO MG-IMP(PL)
                 PERFORM CosteDelDia
              END-IF
           END-IF.

      ** Coste de las unidades de un dia con la receta que valia    **
      ** ese dia (solo en platos con cambios de receta guardados).  **

       CosteDelDia.
           MOVE PL TO PLATOVIG
           MOVE VD-FECHA TO FECHAVIG
           PERFORM BuscarVersion
           IF CONHIST = "S"
              MOVE "S" TO MG-HIST(PL)
              MOVE 0 TO COSTEVER
              PERFORM EmpezarLineasVersion
              PERFORM SumarCosteVersion UNTIL FINEV = "S"
              COMPUTE MG-COSTE(PL) = MG-COSTE(PL)
                 + (VD-UNIDADES * COSTEVER)
           END-IF.
       SumarCosteVersion.
           PERFORM LeerLineaVersion
           IF FINEV = "N"
              MOVE EV-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE COSTEVER = COSTEVER
                       + (EV-CANTIDAD * IG-COSTE)
              END-READ
           END-IF.
       CalcularMedias.
           MOVE 0 TO CUANTOSPLA
              END-READ
           END-IF.

      ** Version de la receta de PLATOVIG en vigor el dia FECHAVIG: **
      ** la ultima que empieza ese dia o antes. Un plato sin        **
      ** cambios guardados (CONHIST = "N") sigue con ESCAND.DAT.    **

       BuscarVersion.
           MOVE "N" TO CONHIST
           MOVE 0 TO VERSIONVIG
           IF HAYESCVER = "S"
              MOVE PLATOVIG TO EV-PLATO
              MOVE "A" TO EV-TIPO
              MOVE 0 TO EV-VERSION
              MOVE 0 TO EV-INGRED
              MOVE "N" TO FINEV
              START ESCVER KEY IS NOT < EV-CLAVE
                 INVALID KEY MOVE "S" TO FINEV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerCabeceraVersion UNTIL FINEV = "S"
           END-IF.
       LeerCabeceraVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "A")
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N"
              MOVE "S" TO CONHIST
              IF EV-DESDE NOT > FECHAVIG OR VERSIONVIG = 0
                 MOVE EV-VERSION TO VERSIONVIG
              END-IF
           END-IF.
       EmpezarLineasVersion.
           MOVE PLATOVIG TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE VERSIONVIG TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START.
       LeerLineaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "L" OR EV-VERSION NOT = VERSIONVIG)
              MOVE "S" TO FINEV
           END-IF.

      ** Coste del plato: suma del escandallo valorado al coste de   **
      ** cada ingrediente; si el plato no tiene receta se usa el     **
      ** coste tecleado en su ficha (PCOSTE). Con cambios de receta   **
      ** vale la media de lo vendido en el periodo (CosteDelDia).     **

       CosteDelPlato.
           IF MG-HIST(PL) = "S" AND MG-UNID(PL) NOT = 0
              COMPUTE COSTEPLATO = MG-COSTE(PL) / MG-UNID(PL)
           ELSE
              PERFORM CosteRecetaActual
           END-IF.
       CosteRecetaActual.
           MOVE 0 TO COSTEPLATO
           MOVE "N" TO HAYRECETA
           MOVE NUMPLATO TO EC-NUMPLATO
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
