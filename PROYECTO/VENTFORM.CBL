           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL FORMATOS ASSIGN TO DISK RF-FORMATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
      * Formatos de venta de cada plato (tapa, media, racion) con
      * su nombre, su precio y su factor de receta; los mantiene
      * ALTAS.CBL con la tecla F2 sobre el plato.
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-VENTDIA PIC X(42).
       77 RF-FORMATOS PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 ERRORFM PIC XX.
       77 ERRORVD PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 BIEN PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 PL PIC 9(3).
       77 FO PIC 9.
       77 FO1 PIC 9.
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Acumula unidades e importe por plato y formato desde los    **
      ** totales por dia del periodo (los tickets absorbidos por     **
      ** recapitulativas ya no estan) y lo lista agrupado por plato, **
      ** con el nombre de cada formato de FORMATOS.DAT.              **

       GENERAR.
           PERFORM LimpiarPlato VARYING PL FROM 1 BY 1
              UNTIL PL > 999
           MOVE "B" TO BIEN
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
           PERFORM LeerVentaDiaV UNTIL BIEN = "N"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF
           PERFORM IMPRIMIRV.
       LimpiarPlato.
           PERFORM LimpiarFormato VARYING FO FROM 1 BY 1
       LimpiarFormato.
           MOVE 0 TO VF-UNID(PL FO)
           MOVE 0 TO VF-IMP(PL FO).
       LeerVentaDiaV.
           READ VENTDIA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B" AND VD-FECHA > HASTA
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "P"
              DIVIDE VD-CODIGO BY 10 GIVING PL REMAINDER FO
              COMPUTE FO1 = FO + 1
              IF FO1 > 4
                 MOVE 1 TO FO1
              END-IF
              IF PL > 0
                 ADD VD-UNIDADES TO VF-UNID(PL FO1)
                 ADD VD-IMPORTE TO VF-IMP(PL FO1)
              END-IF
           END-IF.
       IMPRIMIRV.
           OPEN OUTPUT LISTADO
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-FORMATOS
           STRING RUTADATOS DELIMITED BY " "
