           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL INGFICHA ASSIGN TO DISK RF-INGFICHA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IA-CODIGO.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
      * Alergenos de cada ingrediente (S lleva, T trazas, N no, en
      * el orden de PALERG) y, para los intermedios, dias de vida y
      * conservacion.
       FD INGFICHA LABEL RECORD STANDARD.
       01 REG-IA.
           02 IA-CODIGO PIC 9(3).
           02 IA-ALERG PIC X(14).
           02 IA-VIDADIAS PIC 9(3).
           02 IA-CONSERVA PIC X(30).
      * Cada tanda producida entra como un lote mas (albaran 0), con
      * su caducidad, para que se gaste el mas viejo primero y salga
      * en el listado de caducidades de LOTES.CBL.
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Parte de incidencias comun (el mismo de los demas programas).
       FD INCIDEN LABEL RECORD STANDARD.
       01 REG-INC.
           02 INC-FECHA PIC 9(8).
           02 INC-HORA  PIC 9(8).
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-INGRED PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 ERRORMOV PIC XX.
       77 RF-INGFICHA PIC X(42).
       77 RF-LOTES PIC X(42).
       77 ERRORLT PIC XX.
       77 ERRORSES PIC XX.
       77 RF-INCIDEN PIC X(42).
       77 ERRORINC PIC XX.
       77 MARCAALERG PIC X.
       77 GANADOS PIC 99.
       77 ERRORIMP PIC XX.
       77 EXISTEIA PIC X.
       77 NETIQUETAS PIC 99.
       77 ETQ PIC 99.
       77 VIDADIAS PIC 9(3).
       77 DIAS PIC 9(3).
       77 AX PIC 99.
       77 PUNTERO PIC 99.
       77 ZCOC PIC 9(4).
       77 ZRES PIC 9.
       77 FINMES PIC X.
       77 HORAPROD PIC 9(8).
       77 LOTEPROD PIC X(10).
       77 CONSERVAPROD PIC X(30).
       77 AUTORPROD PIC X(20).
      * Alergenos que hereda la tanda de sus ingredientes.
       01 ALERGTANDA.
           02 AT-FLAG PIC X OCCURS 14.
       01 ALERGING.
           02 AI-FLAG PIC X OCCURS 14.
       01 TABLA-ALERG.
           02 FILLER PIC X(18) VALUE "GLUTEN".
           02 FILLER PIC X(18) VALUE "CRUSTACEOS".
           02 FILLER PIC X(18) VALUE "HUEVO".
           02 FILLER PIC X(18) VALUE "PESCADO".
           02 FILLER PIC X(18) VALUE "CACAHUETE".
           02 FILLER PIC X(18) VALUE "SOJA".
           02 FILLER PIC X(18) VALUE "LECHE".
           02 FILLER PIC X(18) VALUE "FRUTOS DE CASCARA".
           02 FILLER PIC X(18) VALUE "APIO".
           02 FILLER PIC X(18) VALUE "MOSTAZA".
           02 FILLER PIC X(18) VALUE "SESAMO".
           02 FILLER PIC X(18) VALUE "SULFITOS".
           02 FILLER PIC X(18) VALUE "ALTRAMUZ".
           02 FILLER PIC X(18) VALUE "MOLUSCOS".
       01 ALERGR REDEFINES TABLA-ALERG.
           02 NOMALERG PIC X(18) OCCURS 14.
       01 TABLA-SIGLAS.
           02 FILLER PIC X(28) VALUE "GLCRHUPECASOLEFCAPMOSESUALML".
       01 SIGLASR REDEFINES TABLA-SIGLAS.
           02 SIGLA PIC XX OCCURS 14.
       01 FECHAPROD.
           02 FP-ANO PIC 9(4).
           02 FP-MES PIC 99.
           02 FP-DIA PIC 99.
       01 FECHAPRODR REDEFINES FECHAPROD.
           02 FP-FECHA PIC 9(8).
       01 FECHACAD.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 FECHACADR REDEFINES FECHACAD.
           02 FC-FECHA PIC 9(8).
       01 LOTECOMP.
           02 LC-ANO PIC 99.
           02 LC-MES PIC 99.
           02 LC-DIA PIC 99.
           02 LC-HORA PIC 99.
           02 LC-MIN PIC 99.
       01 HORAPRODR.
           02 HP-HORA PIC 99.
           02 HP-MIN PIC 99.
           02 FILLER PIC 9(4).
      * Etiqueta adhesiva del envase, de 40 columnas.
       01 ETQCORTE.
           02 FILLER PIC X(40) VALUE ALL "-".
       01 ETQNOMBRE.
           02 FILLER PIC X VALUE SPACES.
           02 EQ-NOMBRE PIC X(26).
       01 ETQLOTE.
           02 FILLER PIC X(7) VALUE " LOTE: ".
           02 EQ-LOTE PIC X(10).
           02 FILLER PIC X(8) VALUE "  CANT: ".
           02 EQ-CANT PIC ZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 EQ-UNIDAD PIC X(3).
       01 ETQELAB.
           02 FILLER PIC X(13) VALUE " ELABORADO:  ".
           02 EQ-EDIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EQ-EMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EQ-EANO PIC 9(4).
           02 FILLER PIC X VALUE SPACES.
           02 EQ-HORA PIC 99.
           02 FILLER PIC X VALUE ":".
           02 EQ-MIN PIC 99.
       01 ETQCADU.
           02 FILLER PIC X(13) VALUE " CADUCA:     ".
           02 EQ-CDIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EQ-CMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EQ-CANO PIC 9(4).
       01 ETQCONS.
           02 FILLER PIC X(7) VALUE " CONS: ".
           02 EQ-CONSERVA PIC X(30).
       01 ETQAUTOR.
           02 FILLER PIC X(8) VALUE " HECHO: ".
           02 EQ-AUTOR PIC X(20).
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY IG-NOMBRE LINE 6 POSITION 48
                    PERFORM PedirVida
                    PERFORM LISTARREC
                    PERFORM EDITARREC UNTIL TECLAF = 27
                    MOVE 0 TO TECLAF
           END-IF
           CLOSE INGRED
           CLOSE ELABORAD.

      ** Dias de vida del producto desde que se elabora y como se   **
      ** conserva, para la etiqueta de cada tanda.                  **

       PedirVida.
           OPEN I-O INGFICHA
           MOVE PRODPEDIDO TO IA-CODIGO
           READ INGFICHA
              INVALID KEY
                 MOVE "N" TO EXISTEIA
                 MOVE ALL "N" TO IA-ALERG
                 MOVE 0 TO IA-VIDADIAS
                 MOVE SPACES TO IA-CONSERVA
              NOT INVALID KEY
                 MOVE "S" TO EXISTEIA
           END-READ
           MOVE PRODPEDIDO TO IA-CODIGO
           DISPLAY "DIAS DE VIDA:" LINE 7 POSITION 5
           ACCEPT IA-VIDADIAS LINE 7 POSITION 19 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "CONSERVACION:" LINE 7 POSITION 25
           ACCEPT IA-CONSERVA LINE 7 POSITION 39 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF EXISTEIA = "S"
                 REWRITE REG-IA INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-IA INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF
           MOVE 0 TO TECLAF
           CLOSE INGFICHA.
       LISTARREC.
           MOVE 8 TO LINEA
           MOVE PRODPEDIDO TO EL-PRODUCTO
                       WRITE REG-EL INVALID KEY CONTINUE
                       END-WRITE
                    END-IF
                    PERFORM HeredarReceta
                 END-IF
                 PERFORM LISTARREC
              END-IF
              MOVE 27 TO TECLAF
           END-IF.

      ** El producto toma en su ficha los alergenos de lo que se le   **
      ** anade a la receta; si gana alguno sale el aviso y queda en   **
      ** el parte de incidencias, porque cambia los de los platos que **
      ** lo llevan.                                                   **

       HeredarReceta.
           OPEN I-O INGFICHA
           MOVE ALL "N" TO ALERGING
           MOVE CODPEDIDO TO IA-CODIGO
           READ INGFICHA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE IA-ALERG TO ALERGING
           END-READ
           MOVE PRODPEDIDO TO IA-CODIGO
           READ INGFICHA
              INVALID KEY
                 MOVE "N" TO EXISTEIA
                 MOVE ALL "N" TO IA-ALERG
                 MOVE 0 TO IA-VIDADIAS
                 MOVE SPACES TO IA-CONSERVA
              NOT INVALID KEY
                 MOVE "S" TO EXISTEIA
           END-READ
           MOVE PRODPEDIDO TO IA-CODIGO
           MOVE IA-ALERG TO ALERGTANDA
           PERFORM HeredarAlergeno VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           IF ALERGTANDA NOT = IA-ALERG
              MOVE 0 TO GANADOS
              PERFORM ContarGanado VARYING AX FROM 1 BY 1
                 UNTIL AX > 14
              MOVE ALERGTANDA TO IA-ALERG
              IF EXISTEIA = "S"
                 REWRITE REG-IA INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-IA INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              IF GANADOS > 0
                 DISPLAY "OJO: LA ELABORACION GANA ALERGENOS" LINE 23
                    POSITION 5 REVERSE BLINK
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
                 DISPLAY "                                  " LINE 23
                    POSITION 5
              END-IF
           END-IF
           CLOSE INGFICHA.
       ContarGanado.
           IF AT-FLAG(AX) NOT = IA-ALERG(AX:1)
              ADD 1 TO GANADOS
              PERFORM GrabarIncidencia
           END-IF.

      ** El alergeno ganado queda en el parte de incidencias comun   **
      ** con el producto y la sigla en el campo de fichero y estado  **
      ** "AL".                                                       **

       GrabarIncidencia.
           ACCEPT INC-FECHA FROM DATE YYYYMMDD
           ACCEPT INC-HORA FROM TIME
           MOVE "ELABORA" TO INC-PROGRAMA
           MOVE SPACES TO INC-FICHERO
           STRING "ELAB " DELIMITED BY SIZE
                  PRODPEDIDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIGLA(AX) DELIMITED BY SIZE
                  INTO INC-FICHERO
           END-STRING
           MOVE "AL" TO INC-STATUS
           OPEN EXTEND INCIDEN
           IF ERRORINC = "00" OR "05"
              WRITE REG-INC
              CLOSE INCIDEN
           END-IF.

      ** Tanda de produccion: gasta los ingredientes crudos de la    **
      ** receta por la cantidad producida, mete la produccion en el  **
      ** stock del producto y le pone el coste unitario calculado    **
      ** de la tanda; todo queda apuntado en el diario como "F".     **
      ** La tanda entra como lote con su caducidad, hereda los       **
      ** alergenos de lo que lleva y saca sus etiquetas.             **

       PRODUCIR.
           OPEN I-O INGRED
           ACCEPT CANTPROD LINE 7 POSITION 26 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ETIQUETAS:" LINE 8 POSITION 5
           MOVE 1 TO NETIQUETAS
           ACCEPT NETIQUETAS LINE 8 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CANTPROD NOT = 0
              MOVE 0 TO COSTETANDA
              MOVE ALL "N" TO ALERGTANDA
              OPEN I-O INGFICHA
              PERFORM ConsumirReceta
              PERFORM EntrarProducto
              PERFORM AlergenosTanda
              CLOSE INGFICHA
              PERFORM EntrarLote
              PERFORM ImprimirEtiquetas
              DISPLAY "TANDA APUNTADA; COSTE UNIDAD:" LINE 9
                 POSITION 5
              DISPLAY COSTEUNIDAD LINE 9 POSITION 36
              DISPLAY "LOTE:" LINE 10 POSITION 5
              DISPLAY LOTEPROD LINE 10 POSITION 11
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
                    COMPUTE COSTETANDA = COSTETANDA
                       + (GASTADO * IG-COSTE)
              END-READ
              MOVE EL-INGRED TO IA-CODIGO
              READ INGFICHA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE IA-ALERG TO ALERGING
                    PERFORM HeredarAlergeno VARYING AX FROM 1 BY 1
                       UNTIL AX > 14
              END-READ
              MOVE "F" TO MV-TIPO
              MOVE "I" TO MV-CLASE
              MOVE EL-INGRED TO MV-CODIGO
           MOVE "TANDA DE ELABORACION" TO MV-MOTIVO
           PERFORM GrabarMovStock.

       HeredarAlergeno.
           IF AI-FLAG(AX) = "S"
              MOVE "S" TO AT-FLAG(AX)
           END-IF
           IF AI-FLAG(AX) = "T" AND AT-FLAG(AX) = "N"
              MOVE "T" TO AT-FLAG(AX)
           END-IF.

      ** Los alergenos heredados se guardan en la ficha del          **
      ** producto (sumados a los que ya tuviera), para que pasen a   **
      ** los platos y a otras elaboraciones que lo lleven.           **

       AlergenosTanda.
           MOVE PRODPEDIDO TO IA-CODIGO
           READ INGFICHA
              INVALID KEY
                 MOVE "N" TO EXISTEIA
                 MOVE ALL "N" TO IA-ALERG
                 MOVE 0 TO IA-VIDADIAS
                 MOVE SPACES TO IA-CONSERVA
              NOT INVALID KEY
                 MOVE "S" TO EXISTEIA
           END-READ
           MOVE PRODPEDIDO TO IA-CODIGO
           MOVE IA-ALERG TO ALERGING
           PERFORM HeredarAlergeno VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           MOVE ALERGTANDA TO IA-ALERG
           MOVE IA-VIDADIAS TO VIDADIAS
           MOVE IA-CONSERVA TO CONSERVAPROD
           IF EXISTEIA = "S"
              REWRITE REG-IA INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-IA INVALID KEY CONTINUE
              END-WRITE
           END-IF.

      ** Lote de la tanda: fecha y hora de produccion (AAMMDDHHMM)  **
      ** y caducidad a los dias de vida del producto; sin dias de   **
      ** vida se da por caducado el mismo dia.                      **

       EntrarLote.
           ACCEPT FP-FECHA FROM DATE YYYYMMDD
           ACCEPT HORAPROD FROM TIME
           MOVE HORAPROD TO HORAPRODR
           DIVIDE FP-ANO BY 100 GIVING ZCOC REMAINDER LC-ANO
           MOVE FP-MES TO LC-MES
           MOVE FP-DIA TO LC-DIA
           MOVE HP-HORA TO LC-HORA
           MOVE HP-MIN TO LC-MIN
           MOVE LOTECOMP TO LOTEPROD
           MOVE FP-FECHA TO FC-FECHA
           PERFORM AvanzarCaducidad VARYING DIAS FROM 1 BY 1
              UNTIL DIAS > VIDADIAS
           OPEN I-O LOTES
           IF ERRORLT = "00" OR "05"
              MOVE PRODPEDIDO TO LT-INGRED
              MOVE LOTEPROD TO LT-LOTE
              READ LOTES
                 INVALID KEY
                    MOVE FC-FECHA TO LT-CADUCIDAD
                    MOVE CANTPROD TO LT-CANTIDAD
                    MOVE 0 TO LT-ALBARAN
                    MOVE FP-FECHA TO LT-FECHAENT
                    WRITE REG-LOTE INVALID KEY CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    ADD CANTPROD TO LT-CANTIDAD
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE LOTES
           END-IF.
      * Dia siguiente con el arrastre de meses de 28/29/30/31 dias
      * (el mismo criterio de VerDias de los demas programas).
       AvanzarCaducidad.
           ADD 1 TO FC-DIA
           MOVE "N" TO FINMES
           IF FC-MES = 4 OR 6 OR 9 OR 11
              IF FC-DIA > 30
                 MOVE "S" TO FINMES
              END-IF
           END-IF
           IF FC-MES = 2
              DIVIDE FC-ANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF FC-DIA > 29
                    MOVE "S" TO FINMES
                 END-IF
              ELSE
                 IF FC-DIA > 28
                    MOVE "S" TO FINMES
                 END-IF
              END-IF
           END-IF
           IF FC-DIA > 31
              MOVE "S" TO FINMES
           END-IF
           IF FINMES = "S"
              MOVE 1 TO FC-DIA
              ADD 1 TO FC-MES
              IF FC-MES > 12
                 MOVE 1 TO FC-MES
                 ADD 1 TO FC-ANO
              END-IF
           END-IF.

      ** Etiquetas adhesivas de la tanda para los envases: producto, **
      ** lote, fecha y hora de elaboracion, caducidad, conservacion,  **
      ** alergenos heredados y quien la hizo (usuario de la sesion).  **

       ImprimirEtiquetas.
           MOVE SPACES TO AUTORPROD
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-NOMBRE TO AUTORPROD
              END-IF
              CLOSE SESION
           END-IF
           IF NETIQUETAS > 0
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 PERFORM ImprimirUnaEtiqueta VARYING ETQ FROM 1 BY 1
                    UNTIL ETQ > NETIQUETAS
                 WRITE LINEAIMP FROM ETQCORTE BEFORE ADVANCING 1 LINE
              END-IF
              CLOSE LISTADO
           END-IF.
       ImprimirUnaEtiqueta.
           WRITE LINEAIMP FROM ETQCORTE BEFORE ADVANCING 1 LINE
           MOVE PRODPEDIDO TO IG-CODIGO
           MOVE SPACES TO EQ-NOMBRE
           MOVE SPACES TO EQ-UNIDAD
           READ INGRED
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE IG-NOMBRE TO EQ-NOMBRE
                 MOVE IG-UNIDAD TO EQ-UNIDAD
           END-READ
           WRITE LINEAIMP FROM ETQNOMBRE BEFORE ADVANCING 1 LINE
           MOVE LOTEPROD TO EQ-LOTE
           MOVE CANTPROD TO EQ-CANT
           WRITE LINEAIMP FROM ETQLOTE BEFORE ADVANCING 1 LINE
           MOVE FP-DIA TO EQ-EDIA
           MOVE FP-MES TO EQ-EMES
           MOVE FP-ANO TO EQ-EANO
           MOVE HP-HORA TO EQ-HORA
           MOVE HP-MIN TO EQ-MIN
           WRITE LINEAIMP FROM ETQELAB BEFORE ADVANCING 1 LINE
           MOVE FC-DIA TO EQ-CDIA
           MOVE FC-MES TO EQ-CMES
           MOVE FC-ANO TO EQ-CANO
           WRITE LINEAIMP FROM ETQCADU BEFORE ADVANCING 1 LINE
           MOVE CONSERVAPROD TO EQ-CONSERVA
           WRITE LINEAIMP FROM ETQCONS BEFORE ADVANCING 1 LINE
           MOVE SPACES TO LINEAIMP
           MOVE " ALERGENOS: " TO LINEAIMP
           MOVE 13 TO PUNTERO
           MOVE "S" TO MARCAALERG
           PERFORM AnadirAlergenoE VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           IF PUNTERO = 13
              MOVE "NINGUNO" TO LINEAIMP(13:7)
           END-IF
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE SPACES TO LINEAIMP
           MOVE " TRAZAS:    " TO LINEAIMP
           MOVE 13 TO PUNTERO
           MOVE "T" TO MARCAALERG
           PERFORM AnadirAlergenoE VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           IF PUNTERO > 13
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF
           MOVE AUTORPROD TO EQ-AUTOR
           WRITE LINEAIMP FROM ETQAUTOR BEFORE ADVANCING 1 LINE.
       AnadirAlergenoE.
           IF AT-FLAG(AX) = MARCAALERG
              IF PUNTERO > 22
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 MOVE SPACES TO LINEAIMP
                 MOVE 13 TO PUNTERO
              END-IF
              IF PUNTERO > 13
                 STRING ", " DELIMITED BY SIZE
                    INTO LINEAIMP WITH POINTER PUNTERO
                 END-STRING
              END-IF
              STRING NOMALERG(AX) DELIMITED BY "  "
                 INTO LINEAIMP WITH POINTER PUNTERO
              END-STRING
           END-IF.

      ** Apunte en el diario de movimientos de stock.               **

       GrabarMovStock.
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-INGFICHA
           STRING RUTADATOS DELIMITED BY " "
                  "INGFICHA.DAT" DELIMITED BY SIZE
                  INTO RF-INGFICHA
           END-STRING
           MOVE SPACES TO RF-LOTES
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-INCIDEN
           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING.
