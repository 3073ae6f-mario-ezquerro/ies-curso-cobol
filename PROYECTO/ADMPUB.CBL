       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMPUB.
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
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL ADMPUB ASSIGN TO DISK RF-ADMPUB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AP-GIF
           FILE STATUS IS ERRORAP.
           SELECT OPTIONAL FACEENV ASSIGN TO DISK RF-FACEENV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FE-NFAC
           FILE STATUS IS ERRORFE.
           SELECT OPTIONAL FACEPAR ASSIGN TO DISK RF-FACEPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFX.
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
       FD CLIENTES LABEL RECORD STANDARD.
       01 REG-CLI.
           02 CGIF       PIC X(9).
           02 CNOMBRE    PIC X(29).
           02 CDIRECCION PIC X(40).
           02 CNUMERO    PIC X(3).
           02 CCIUDAD    PIC X(15).
           02 CCP        PIC X(6).
           02 CPROVIN    PIC X(15).
           02 CTELEFONO  PIC X(9).
           02 CEMAIL     PIC X(30).
           02 CNOSHOWS   PIC 9(3).
           02 CBANCO     PIC X(20).
           02 CDOMICIL   PIC X.
              88 CLI-DOMICILIADO VALUE "S".
           02 CDTOPCT    PIC 99.
      * Limite de credito de la cuenta del cliente; 0 = sin limite.
           02 CLIMITE    PIC 9(6)V99.
      * Clientes que son administracion publica (ayuntamiento,
      * colegio publico...): sus codigos DIR3 para la factura
      * electronica que FACT.CBL genera para FACe.
       FD ADMPUB LABEL RECORD STANDARD.
       01 REG-AP.
           02 AP-GIF PIC X(9).
           02 AP-OFICINA PIC X(10).
           02 AP-ORGANO PIC X(10).
           02 AP-UNIDAD PIC X(10).
           02 AP-PUBLICA PIC X.
              88 AP-ES-PUBLICA VALUE "S".
      * Envios a FACe de cada factura y su estado: E enviada,
      * R registrada, P pagada, X rechazada (con el motivo).
       FD FACEENV LABEL RECORD STANDARD.
       01 REG-FE.
           02 FE-NFAC PIC 9(8).
           02 FE-GIF PIC X(9).
           02 FE-SERIE PIC 9(4).
           02 FE-NUMSERIE PIC 9(6).
           02 FE-TOTAL PIC 9(6)V99.
           02 FE-ENVIOS PIC 99.
           02 FE-FECHAENV PIC 9(8).
           02 FE-ESTADO PIC X.
              88 FE-ENVIADA VALUE "E".
              88 FE-REGISTRADA VALUE "R".
              88 FE-PAGADA VALUE "P".
              88 FE-RECHAZADA VALUE "X".
           02 FE-FECHAEST PIC 9(8).
           02 FE-REGISTRO PIC X(20).
           02 FE-MOTIVO PIC X(40).
           02 FE-USUARIO PIC 9(3).
      * Datos del emisor que Facturae pide y EMPRESA.DAT no tiene:
      * codigo postal, provincia y, si el titular es persona fisica,
      * nombre y apellidos por separado.
       FD FACEPAR LABEL RECORD STANDARD.
       01 REG-FX.
           02 FX-CP PIC X(5).
           02 FX-PROVIN PIC X(20).
           02 FX-PERSONA PIC X.
              88 FX-FISICA VALUE "F".
           02 FX-NOMPILA PIC X(20).
           02 FX-APEL1 PIC X(20).
           02 FX-APEL2 PIC X(20).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CLIENTES PIC X(42).
       77 RF-ADMPUB PIC X(42).
       77 RF-FACEENV PIC X(42).
       77 RF-FACEPAR PIC X(42).
       77 ERRORAP PIC XX.
       77 ERRORFE PIC XX.
       77 ERRORFX PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTEAP PIC X.
       77 FINFE PIC X.
       77 NFACPED PIC 9(8).
       77 ESTADONUE PIC X.
       77 CONTENV PIC 9(5).
       01 FECHAHOY8 PIC 9(8).
       01 CABENV.
           02 FILLER PIC X(40) VALUE
              "  ENVIOS DE FACTURAS A FACE            ".
       01 CABENV2.
           02 FILLER PIC X(40) VALUE
              "  FACTURA  SERIE/NUM   NIF            TO".
           02 FILLER PIC X(40) VALUE
              "TAL ENV  ENVIADA  ESTADO    FECHA EST. ".
       01 LINENV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LE-NFAC PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LE-SERIE PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 LE-NUMSERIE PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 LE-GIF PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 LE-TOTAL PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LE-ENVIOS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LE-FECHAENV PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LE-ESTADO PIC X(10).
           02 LE-FECHAEST PIC 9(8).
       01 LINENV2.
           02 FILLER PIC X(13) VALUE SPACES.
           02 LE-ETIQ PIC X(11).
           02 LE-TEXTO PIC X(40).
       01 LINENVTOT.
           02 FILLER PIC X(20) VALUE "  TOTAL ENVIOS:     ".
           02 LE-CONT PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           MOVE " " TO OPCION
           PERFORM MENUADM UNTIL OPCION = "X" OR "x" OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENUADM.
           DISPLAY " " ERASE
           DISPLAY "ADMINISTRACIONES PUBLICAS - FACTURA ELECTRONICA"
              LINE 2 POSITION 5
           DISPLAY "F = FICHA DIR3 DEL CLIENTE" LINE 4 POSITION 5
           DISPLAY "E = ESTADO DE UN ENVIO A FACE" LINE 5 POSITION 5
           DISPLAY "D = DATOS DEL EMISOR" LINE 6 POSITION 5
           DISPLAY "L = LISTADO DE ENVIOS" LINE 7 POSITION 5
           DISPLAY "X = SALIR" LINE 8 POSITION 5
           DISPLAY "OPCION:" LINE 10 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 10 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "F" PERFORM FICHADIR3
              WHEN "f" PERFORM FICHADIR3
              WHEN "E" PERFORM ESTADOENVIO
              WHEN "e" PERFORM ESTADOENVIO
              WHEN "D" PERFORM DATOSEMISOR
              WHEN "d" PERFORM DATOSEMISOR
              WHEN "L" PERFORM LISTADOENV
              WHEN "l" PERFORM LISTADOENV
           END-EVALUATE.

      ** Ficha de administracion publica de un cliente: los codigos **
      ** DIR3 de oficina contable, organo gestor y unidad           **
      ** tramitadora que da el organismo, y la marca que habilita   **
      ** la Facturae (F6 en el detalle de la factura en FACT).      **

       FICHADIR3.
           DISPLAY "NIF DEL CLIENTE:" LINE 12 POSITION 5
           MOVE SPACES TO CGIF
           ACCEPT CGIF LINE 12 POSITION 23 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CGIF NOT = SPACES
              OPEN INPUT CLIENTES
              READ CLIENTES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE CLIENTE" LINE 14
                       POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY CNOMBRE LINE 12 POSITION 34
                    PERFORM EditarDir3
              END-READ
              CLOSE CLIENTES
           END-IF.
       EditarDir3.
           OPEN I-O ADMPUB
           MOVE CGIF TO AP-GIF
           READ ADMPUB
              INVALID KEY
                 MOVE "N" TO EXISTEAP
                 MOVE CGIF TO AP-GIF
                 MOVE SPACES TO AP-OFICINA AP-ORGANO AP-UNIDAD
                 MOVE "S" TO AP-PUBLICA
              NOT INVALID KEY
                 MOVE "S" TO EXISTEAP
           END-READ
           DISPLAY "OFICINA CONTABLE:" LINE 14 POSITION 5
           ACCEPT AP-OFICINA LINE 14 POSITION 28 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "ORGANO GESTOR:" LINE 15 POSITION 5
           ACCEPT AP-ORGANO LINE 15 POSITION 28 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "UNIDAD TRAMITADORA:" LINE 16 POSITION 5
           ACCEPT AP-UNIDAD LINE 16 POSITION 28 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "ADMINISTRACION PUBLICA (S/N):" LINE 17 POSITION 5
           ACCEPT AP-PUBLICA LINE 17 POSITION 36 NO BEEP UPDATE
           END-ACCEPT
           IF AP-PUBLICA = "s"
              MOVE "S" TO AP-PUBLICA
           END-IF
           IF AP-ES-PUBLICA AND (AP-OFICINA = SPACES
              OR AP-ORGANO = SPACES OR AP-UNIDAD = SPACES)
              DISPLAY "FALTAN CODIGOS DIR3; NADA GRABADO" LINE 19
                 POSITION 5 REVERSE
           ELSE
              IF EXISTEAP = "S"
                 REWRITE REG-AP INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-AP INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              DISPLAY "FICHA GRABADA" LINE 19 POSITION 5
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT
           CLOSE ADMPUB.

      ** Lo que contesta FACe sobre un envio: registrada (con su    **
      ** numero de registro), pagada, o rechazada con el motivo; la **
      ** rechazada se corrige y se vuelve a generar desde FACT.     **

       ESTADOENVIO.
           DISPLAY "N. FACTURA (REGISTRO):" LINE 12 POSITION 5
           MOVE 0 TO NFACPED
           ACCEPT NFACPED LINE 12 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND NFACPED NOT = 0
              OPEN I-O FACEENV
              MOVE NFACPED TO FE-NFAC
              READ FACEENV
                 INVALID KEY
                    DISPLAY "ESA FACTURA NO SE HA ENVIADO A FACE"
                       LINE 14 POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM EditarEstado
              END-READ
              CLOSE FACEENV
           END-IF.
       EditarEstado.
           PERFORM NombreEstado
           DISPLAY "CLIENTE:" LINE 14 POSITION 5
           DISPLAY FE-GIF LINE 14 POSITION 14
           DISPLAY "ENVIOS:" LINE 14 POSITION 30
           DISPLAY FE-ENVIOS LINE 14 POSITION 38
           DISPLAY "ESTADO:" LINE 15 POSITION 5
           DISPLAY LE-ESTADO LINE 15 POSITION 14
           DISPLAY "DESDE:" LINE 15 POSITION 30
           DISPLAY FE-FECHAEST LINE 15 POSITION 37
           DISPLAY "NUEVO ESTADO (E/R/P/X):" LINE 17 POSITION 5
           MOVE FE-ESTADO TO ESTADONUE
           ACCEPT ESTADONUE LINE 17 POSITION 30 NO BEEP UPDATE
           END-ACCEPT
           EVALUATE ESTADONUE
              WHEN "e" MOVE "E" TO ESTADONUE
              WHEN "r" MOVE "R" TO ESTADONUE
              WHEN "p" MOVE "P" TO ESTADONUE
              WHEN "x" MOVE "X" TO ESTADONUE
           END-EVALUATE
           IF ESTADONUE = "E" OR "R" OR "P" OR "X"
              DISPLAY "N. REGISTRO FACE:" LINE 18 POSITION 5
              ACCEPT FE-REGISTRO LINE 18 POSITION 24 NO BEEP TAB
                 UPDATE
              END-ACCEPT
              IF ESTADONUE = "X"
                 DISPLAY "MOTIVO RECHAZO:" LINE 19 POSITION 5
                 ACCEPT FE-MOTIVO LINE 19 POSITION 24 NO BEEP TAB
                    UPDATE
                 END-ACCEPT
              END-IF
              IF ESTADONUE NOT = FE-ESTADO
                 ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
                 MOVE FECHAHOY8 TO FE-FECHAEST
                 MOVE ESTADONUE TO FE-ESTADO
              END-IF
              REWRITE REG-FE INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "ESTADO GRABADO" LINE 21 POSITION 5
           ELSE
              DISPLAY "ESTADO NO VALIDO; NADA GRABADO" LINE 21
                 POSITION 5 REVERSE
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       NombreEstado.
           EVALUATE TRUE
              WHEN FE-ENVIADA MOVE "ENVIADA" TO LE-ESTADO
              WHEN FE-REGISTRADA MOVE "REGISTRADA" TO LE-ESTADO
              WHEN FE-PAGADA MOVE "PAGADA" TO LE-ESTADO
              WHEN FE-RECHAZADA MOVE "RECHAZADA" TO LE-ESTADO
              WHEN OTHER MOVE SPACES TO LE-ESTADO
           END-EVALUATE.

      ** Codigo postal y provincia del restaurante y, si el titular **
      ** es persona fisica, nombre y apellidos por separado; el     **
      ** resto de datos del emisor sale de EMPRESA.DAT.             **

       DATOSEMISOR.
           MOVE SPACES TO REG-FX
           OPEN INPUT FACEPAR
           IF ERRORFX = "00"
              READ FACEPAR AT END MOVE SPACES TO REG-FX
              END-READ
              CLOSE FACEPAR
           END-IF
           IF FX-PERSONA = SPACES
              MOVE "J" TO FX-PERSONA
           END-IF
           DISPLAY "CODIGO POSTAL:" LINE 12 POSITION 5
           ACCEPT FX-CP LINE 12 POSITION 30 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "PROVINCIA:" LINE 13 POSITION 5
           ACCEPT FX-PROVIN LINE 13 POSITION 30 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "SOCIEDAD (J) O PERSONA (F):" LINE 14 POSITION 5
           ACCEPT FX-PERSONA LINE 14 POSITION 34 NO BEEP UPDATE
           END-ACCEPT
           IF FX-PERSONA = "f"
              MOVE "F" TO FX-PERSONA
           END-IF
           IF FX-FISICA
              DISPLAY "NOMBRE:" LINE 15 POSITION 5
              ACCEPT FX-NOMPILA LINE 15 POSITION 30 NO BEEP TAB
                 UPDATE
              END-ACCEPT
              DISPLAY "PRIMER APELLIDO:" LINE 16 POSITION 5
              ACCEPT FX-APEL1 LINE 16 POSITION 30 NO BEEP TAB UPDATE
              END-ACCEPT
              DISPLAY "SEGUNDO APELLIDO:" LINE 17 POSITION 5
              ACCEPT FX-APEL2 LINE 17 POSITION 30 NO BEEP TAB UPDATE
              END-ACCEPT
           ELSE
              MOVE "J" TO FX-PERSONA
              MOVE SPACES TO FX-NOMPILA FX-APEL1 FX-APEL2
           END-IF
           OPEN OUTPUT FACEPAR
           WRITE REG-FX
           CLOSE FACEPAR
           DISPLAY "DATOS GRABADOS" LINE 19 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Todos los envios a FACe por numero de factura, con su       **
      ** estado, el numero de registro y el motivo de los rechazos. **

       LISTADOENV.
           MOVE 0 TO CONTENV
           OPEN OUTPUT LISTADO
           WRITE LINEAIMP FROM CABENV BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABENV2 BEFORE ADVANCING 1 LINE
           OPEN INPUT FACEENV
           IF ERRORFE = "00"
              MOVE "N" TO FINFE
              MOVE 0 TO FE-NFAC
              START FACEENV KEY IS NOT < FE-NFAC
                 INVALID KEY MOVE "S" TO FINFE
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerEnvio UNTIL FINFE = "S"
              CLOSE FACEENV
           END-IF
           MOVE CONTENV TO LE-CONT
           WRITE LINEAIMP FROM LINENVTOT BEFORE ADVANCING 2 LINE
           CLOSE LISTADO
           DISPLAY "LISTADO IMPRESO" LINE 12 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       LeerEnvio.
           READ FACEENV NEXT AT END MOVE "S" TO FINFE
           END-READ.
           IF FINFE = "N"
              ADD 1 TO CONTENV
              MOVE FE-NFAC TO LE-NFAC
              MOVE FE-SERIE TO LE-SERIE
              MOVE FE-NUMSERIE TO LE-NUMSERIE
              MOVE FE-GIF TO LE-GIF
              MOVE FE-TOTAL TO LE-TOTAL
              MOVE FE-ENVIOS TO LE-ENVIOS
              MOVE FE-FECHAENV TO LE-FECHAENV
              PERFORM NombreEstado
              MOVE FE-FECHAEST TO LE-FECHAEST
              WRITE LINEAIMP FROM LINENV BEFORE ADVANCING 1 LINE
              IF FE-REGISTRO NOT = SPACES
                 MOVE "REGISTRO: " TO LE-ETIQ
                 MOVE FE-REGISTRO TO LE-TEXTO
                 WRITE LINEAIMP FROM LINENV2 BEFORE ADVANCING 1 LINE
              END-IF
              IF FE-RECHAZADA
                 MOVE "MOTIVO: " TO LE-ETIQ
                 MOVE FE-MOTIVO TO LE-TEXTO
                 WRITE LINEAIMP FROM LINENV2 BEFORE ADVANCING 1 LINE
              END-IF
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
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-ADMPUB
           STRING RUTADATOS DELIMITED BY " "
                  "ADMPUB.DAT" DELIMITED BY SIZE
                  INTO RF-ADMPUB
           END-STRING
           MOVE SPACES TO RF-FACEENV
           STRING RUTADATOS DELIMITED BY " "
                  "FACEENV.DAT" DELIMITED BY SIZE
                  INTO RF-FACEENV
           END-STRING
           MOVE SPACES TO RF-FACEPAR
           STRING RUTADATOS DELIMITED BY " "
                  "FACEPAR.DAT" DELIMITED BY SIZE
                  INTO RF-FACEPAR
           END-STRING.
