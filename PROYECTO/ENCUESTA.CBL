       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCUESTA.
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
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL MESAMAES ASSIGN TO DISK RF-MESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MM-NUMERO.
           SELECT OPTIONAL ENCENV ASSIGN TO DISK RF-ENCENV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EE-GIF
           FILE STATUS IS ERROREE.
           SELECT OPTIONAL ENCUESTA ASSIGN TO DISK RF-ENCUESTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-NFAC
           FILE STATUS IS ERROREN.
           SELECT OPTIONAL EMAILOUT ASSIGN TO DISK NOMBREEMAIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREML.
      * Fichero de puntuaciones devueltas que prepara el script de
      * correo de la oficina con las respuestas de los clientes.
           SELECT OPTIONAL ENCRESUL ASSIGN TO DISK "ENCRESUL.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORER.
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
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 9(2).
              03 FMES PIC 9(2).
              03 FANO PIC 9(4).
           02 FPASTA  PIC 9(6)V99.
           02 FPAGADA PIC X.
           02 FMESA   PIC 99.
           02 FCOBRADO PIC 9(6)V99.
           02 FMETODO  PIC X.
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 FFECHACOB PIC 9(8).
           02 FCLASE   PIC X.
              88 FCLASE-ABONO VALUE "A".
              88 FCLASE-ABSORBIDA VALUE "X".
           02 FABONODE PIC 9(8).
           02 FREMESADA PIC X.
           02 FBASE1  PIC 9(6)V99.
           02 FCUOTA1 PIC 9(6)V99.
           02 FBASE2  PIC 9(6)V99.
           02 FCUOTA2 PIC 9(6)V99.
           02 FBASE3  PIC 9(6)V99.
           02 FCUOTA3 PIC 9(6)V99.
           02 FSERIE    PIC 9(4).
           02 FNUMSERIE PIC 9(6).
           02 FCOMENSALES PIC 99.
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
           02 CDTOPCT    PIC 99.
           02 CLIMITE    PIC 9(6)V99.
       FD DETFAC LABEL RECORD STANDARD.
       01 REG-FACTLIN.
           02 FL-CLAVE.
              03 FL-NFAC  PIC 9(8).
              03 FL-LINEA PIC 99.
           02 FL-NUMPLATO PIC 9(3).
           02 FL-NOM      PIC X(26).
           02 FL-CANTIDAD PIC 99.
           02 FL-PVP      PIC 9(4)V99.
           02 FL-TOTAL    PIC 9(6)V99.
           02 FL-FORMATO  PIC 9.
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
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
       FD MESAMAES LABEL RECORD STANDARD.
       01 REG-MESAMAES.
           02 MM-NUMERO PIC 99.
           02 MM-PLAZAS PIC 99.
           02 MM-ZONA PIC X.
           02 MM-ACTIVA PIC X.
           02 MM-FILA PIC 99.
           02 MM-COL PIC 99.
      * Ultima encuesta pedida a cada cliente, para no volver a
      * molestarle hasta que pasen los dias fijados.
       FD ENCENV LABEL RECORD STANDARD.
       01 REG-EE.
           02 EE-GIF PIC X(9).
           02 EE-FECHA PIC 9(8).
           02 EE-NFAC PIC 9(8).
      * Puntuaciones devueltas por los clientes, una por factura,
      * con la fecha de la visita para los informes por periodo.
       FD ENCUESTA LABEL RECORD STANDARD.
       01 REG-EN.
           02 EN-NFAC PIC 9(8).
           02 EN-FECHA PIC 9(8).
           02 EN-GIF PIC X(9).
           02 EN-COMIDA PIC 99.
           02 EN-SERVICIO PIC 99.
           02 EN-AMBIENTE PIC 99.
           02 EN-COMENT PIC X(60).
           02 EN-FIMPORT PIC 9(8).
      * Buzon de salida de las encuestas: como el de las facturas de
      * FACT.CBL, un fichero de texto por factura (ENnnnnnnnn.TXT, en
      * la carpeta de datos compartida) con la direccion y el asunto
      * en las dos primeras lineas; lo manda el script de la oficina.
       FD EMAILOUT LABEL RECORD STANDARD.
       01 REG-EMAIL PIC X(80).
       FD ENCRESUL LABEL RECORD STANDARD.
       01 REG-ER PIC X(80).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-FACTURAS PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-MESAMAES PIC X(42).
       77 RF-ENCENV PIC X(42).
       77 RF-ENCUESTA PIC X(42).
       77 NOMBREEMAIL PIC X(44).
       77 ERRORFAC PIC XX.
       77 ERRORUSU PIC XX.
       77 ERROREE PIC XX.
       77 ERROREN PIC XX.
       77 ERROREML PIC XX.
       77 ERRORER PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINLIN PIC X.
       77 FINMES PIC X.
       77 EXISTE PIC X.
       77 HOY PIC 9(8).
       77 FECHAPEDIDA PIC 9(8).
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 DIASREPETIR PIC 9(3) VALUE 90.
       77 DIASHOY PIC 9(7).
       77 DIASULT PIC 9(7).
       77 VISTAS PIC 9(4).
       77 PEDIDAS PIC 9(4).
       77 SINEMAIL PIC 9(4).
       77 YAPEDIDAS PIC 9(4).
       77 LEIDAS PIC 9(4).
       77 GRABADAS PIC 9(4).
       77 RECHAZADAS PIC 9(4).
       77 MOTIVORECHAZO PIC X(24).
       77 NC PIC 9(4).
       77 ZN PIC 9.
       77 MEDIA PIC 99V9.
       77 ZCOC PIC 9(4).
       77 ZRES PIC 9.
      * Desglose de los registros del fichero de puntuaciones.
       01 LINEARES.
           02 ER-NFAC PIC 9(8).
           02 ER-COMIDA PIC 99.
           02 ER-SERVICIO PIC 99.
           02 ER-AMBIENTE PIC 99.
           02 ER-COMENT PIC X(60).
           02 FILLER PIC X(6).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 FECHAFAC.
           02 FF-DIA PIC 99.
           02 FF-MES PIC 99.
           02 FF-ANO PIC 9(4).
       01 TABLA-ZONAS.
           02 FILLER PIC X(4) VALUE "CBT ".
       01 ZONASR REDEFINES TABLA-ZONAS.
           02 ZONA-LETRA PIC X OCCURS 4.
       01 TABLA-NOMZONAS.
           02 FILLER PIC X(10) VALUE "COMEDOR".
           02 FILLER PIC X(10) VALUE "BARRA".
           02 FILLER PIC X(10) VALUE "TERRAZA".
           02 FILLER PIC X(10) VALUE "SIN MESA".
       01 NOMZONASR REDEFINES TABLA-NOMZONAS.
           02 ZONA-NOMBRE PIC X(10) OCCURS 4.
      * Sumas de puntuaciones por camarero, por plato (por su codigo)
      * y por zona del comedor, para sacar las medias del informe.
       01 SumaCamareros.
           02 SK-ENT OCCURS 999.
              03 SK-N PIC 9(4).
              03 SK-COMIDA PIC 9(6).
              03 SK-SERVICIO PIC 9(6).
              03 SK-AMBIENTE PIC 9(6).
       01 SumaPlatos.
           02 SP-ENT OCCURS 999.
              03 SP-N PIC 9(4).
              03 SP-COMIDA PIC 9(6).
              03 SP-SERVICIO PIC 9(6).
              03 SP-AMBIENTE PIC 9(6).
       01 SumaZonas.
           02 SZ-ENT OCCURS 4.
              03 SZ-N PIC 9(4).
              03 SZ-COMIDA PIC 9(6).
              03 SZ-SERVICIO PIC 9(6).
              03 SZ-AMBIENTE PIC 9(6).
       01 SumaTotal.
           02 ST-N PIC 9(4).
           02 ST-COMIDA PIC 9(6).
           02 ST-SERVICIO PIC 9(6).
           02 ST-AMBIENTE PIC 9(6).
       01 LINPARA.
           02 FILLER PIC X(6) VALUE "PARA: ".
           02 EML-PARA PIC X(30).
       01 LINASUNTO.
           02 FILLER PIC X(35) VALUE
              "ASUNTO: QUE TAL SU VISITA? FACTURA ".
           02 EML-SERIE PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 EML-NUMSERIE PIC 9(6).
       01 LINSALUDO.
           02 FILLER PIC X(11) VALUE "ESTIMADO/A ".
           02 EML-NOMBRE PIC X(29).
       01 LINTEXTO1.
           02 FILLER PIC X(30) VALUE "GRACIAS POR SU VISITA DEL DIA ".
           02 EML-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EML-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 EML-ANO PIC 9(4).
           02 FILLER PIC X VALUE ".".
       01 LINTEXTO2.
           02 FILLER PIC X(40) VALUE
              "NOS AYUDARIA MUCHO SABER COMO FUE: PUNTU".
           02 FILLER PIC X(40) VALUE
              "E DE 1 A 10 LA COMIDA, EL SERVICIO Y EL ".
       01 LINTEXTO3.
           02 FILLER PIC X(40) VALUE
              "AMBIENTE, Y DEJENOS SI QUIERE UN COMENTA".
           02 FILLER PIC X(40) VALUE
              "RIO, CONTESTANDO A ESTE MISMO CORREO.   ".
       01 LINREFER.
           02 FILLER PIC X(12) VALUE "REFERENCIA: ".
           02 EML-NFAC PIC 9(8).
       01 CABIMP.
           02 FILLER PIC X(40) VALUE
              "  IMPORTACION DE ENCUESTAS (ENCRESUL.TXT".
           02 FILLER PIC X(2) VALUE ") ".
           02 CI-HOY PIC 9(8).
       01 LINRECHAZO.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CI-NFAC PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 CI-COMENT PIC X(40).
           02 FILLER PIC X VALUE SPACES.
           02 CI-MOTIVO PIC X(24).
       01 TOTIMP.
           02 FILLER PIC X(10) VALUE "  LEIDAS: ".
           02 CI-LEIDAS PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  GRABADAS:  ".
           02 CI-GRABADAS PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  RECHAZADAS: ".
           02 CI-RECHAZADAS PIC ZZZ9.
       01 CABRES.
           02 FILLER PIC X(40) VALUE
              "  ENCUESTAS DE SATISFACCION  DESDE      ".
           02 IR-DESDE PIC 9(8).
           02 FILLER PIC X(8) VALUE "  HASTA ".
           02 IR-HASTA PIC 9(8).
       01 CABSECCION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IS-TITULO PIC X(30).
           02 FILLER PIC X(40) VALUE
              "   ENCUESTAS  COMIDA  SERVICIO  AMBIENTE".
       01 LINSECCION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IS-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 IS-NOMBRE PIC X(26).
           02 FILLER PIC X(5) VALUE SPACES.
           02 IS-N PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 IS-COMIDA PIC Z9,9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 IS-SERVICIO PIC Z9,9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 IS-AMBIENTE PIC Z9,9.
       01 LINCOMENT.
           02 FILLER PIC X(4) VALUE SPACES.
           02 IC-NFAC PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 IC-COMIDA PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 IC-SERVICIO PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 IC-AMBIENTE PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 IC-COMENT PIC X(58).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "ENCUESTAS DE SATISFACCION" LINE 2 POSITION 5
           DISPLAY "E=ENVIAR ENCUESTAS  I=IMPORTAR ENCRESUL.TXT" LINE 4
              POSITION 5
           DISPLAY "R=RESULTADOS  S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM ENVIAR
           END-IF
           IF OPCION = "I" OR "i"
              PERFORM IMPORTAR
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM RESULTADOS
           END-IF.

      ** Pasada diaria: a cada cliente con email de las facturas de  **
      ** ayer (o del dia que se diga) se le deja en el buzon un      **
      ** correo pidiendo su opinion, salvo que ya se le pidiera en   **
      ** los ultimos dias fijados. Abonos y tickets absorbidos no.   **

       ENVIAR.
           MOVE HOY TO FECHACALC
           PERFORM RetrocederFecha
           MOVE FECHACALC TO FECHAPEDIDA
           DISPLAY "FACTURAS DEL DIA (AAAAMMDD):" LINE 7 POSITION 5
           ACCEPT FECHAPEDIDA LINE 7 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              DISPLAY "DIAS SIN REPETIR AL MISMO CLIENTE:" LINE 8
                 POSITION 5
              ACCEPT DIASREPETIR LINE 8 POSITION 40 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              MOVE 0 TO VISTAS PEDIDAS SINEMAIL YAPEDIDAS
              MOVE HOY TO FECHACALC
              COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              MOVE FECHAPEDIDA TO FECHACALC
              MOVE FC-DIA TO FF-DIA
              MOVE FC-MES TO FF-MES
              MOVE FC-ANO TO FF-ANO
              MOVE "N" TO FIN
              OPEN INPUT FACTURA
              IF ERRORFAC NOT = "00"
                 MOVE "S" TO FIN
              END-IF
              IF FIN = "N"
                 MOVE FECHAFAC TO FFECHA
                 START FACTURA KEY IS = FFECHA
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
              END-IF
              OPEN INPUT CLIENTES
              OPEN I-O ENCENV
              PERFORM MirarUnaFactura UNTIL FIN = "S"
              CLOSE ENCENV
              CLOSE CLIENTES
              IF ERRORFAC = "00"
                 CLOSE FACTURA
              END-IF
              DISPLAY "FACTURAS DEL DIA:" LINE 10 POSITION 5
              DISPLAY VISTAS LINE 10 POSITION 30
              DISPLAY "ENCUESTAS EN EL BUZON:" LINE 11 POSITION 5
              DISPLAY PEDIDAS LINE 11 POSITION 30
              DISPLAY "SIN EMAIL:" LINE 12 POSITION 5
              DISPLAY SINEMAIL LINE 12 POSITION 30
              DISPLAY "YA ENCUESTADOS HACE POCO:" LINE 13 POSITION 5
              DISPLAY YAPEDIDAS LINE 13 POSITION 30
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       MirarUnaFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FFECHA NOT = FECHAFAC
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND NOT FCLASE-ABONO AND NOT FCLASE-ABSORBIDA
              ADD 1 TO VISTAS
              MOVE SPACES TO CEMAIL
              IF FGIF NOT = 0
                 MOVE FGIF TO CGIF
                 READ CLIENTES
                    INVALID KEY MOVE SPACES TO CEMAIL
                    NOT INVALID KEY CONTINUE
                 END-READ
              END-IF
              IF CEMAIL = SPACES
                 ADD 1 TO SINEMAIL
              ELSE
                 PERFORM MirarYaEncuestado
              END-IF
           END-IF.
       MirarYaEncuestado.
           MOVE CGIF TO EE-GIF
           READ ENCENV
              INVALID KEY
                 MOVE "N" TO EXISTE
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ
           MOVE "N" TO FINLIN
           IF EXISTE = "S"
              MOVE EE-FECHA TO FECHACALC
              COMPUTE DIASULT = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              IF DIASHOY - DIASULT < DIASREPETIR
                 MOVE "S" TO FINLIN
              END-IF
           END-IF
           IF FINLIN = "S"
              ADD 1 TO YAPEDIDAS
           ELSE
              PERFORM DejarEncuesta
           END-IF.
       DejarEncuesta.
           MOVE SPACES TO NOMBREEMAIL
           STRING RUTADATOS DELIMITED BY " "
                  "EN" DELIMITED BY SIZE
                  NFAC DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBREEMAIL
           END-STRING
           OPEN OUTPUT EMAILOUT
           IF ERROREML = "00"
              MOVE CEMAIL TO EML-PARA
              WRITE REG-EMAIL FROM LINPARA
              MOVE FSERIE TO EML-SERIE
              MOVE FNUMSERIE TO EML-NUMSERIE
              WRITE REG-EMAIL FROM LINASUNTO
              MOVE SPACES TO REG-EMAIL
              WRITE REG-EMAIL
              MOVE CNOMBRE TO EML-NOMBRE
              WRITE REG-EMAIL FROM LINSALUDO
              MOVE SPACES TO REG-EMAIL
              WRITE REG-EMAIL
              MOVE FDIA TO EML-DIA
              MOVE FMES TO EML-MES
              MOVE FANO TO EML-ANO
              WRITE REG-EMAIL FROM LINTEXTO1
              WRITE REG-EMAIL FROM LINTEXTO2
              WRITE REG-EMAIL FROM LINTEXTO3
              MOVE SPACES TO REG-EMAIL
              WRITE REG-EMAIL
              MOVE NFAC TO EML-NFAC
              WRITE REG-EMAIL FROM LINREFER
              CLOSE EMAILOUT
              ADD 1 TO PEDIDAS
              MOVE CGIF TO EE-GIF
              MOVE HOY TO EE-FECHA
              MOVE NFAC TO EE-NFAC
              IF EXISTE = "S"
                 REWRITE REG-EE INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-EE INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.
       RetrocederFecha.
           SUBTRACT 1 FROM FC-DIA
           IF FC-DIA = 0
              SUBTRACT 1 FROM FC-MES
              IF FC-MES = 0
                 MOVE 12 TO FC-MES
                 SUBTRACT 1 FROM FC-ANO
              END-IF
              MOVE 31 TO FC-DIA
              IF FC-MES = 4 OR 6 OR 9 OR 11
                 MOVE 30 TO FC-DIA
              END-IF
              IF FC-MES = 2
                 DIVIDE FC-ANO BY 4 GIVING ZCOC REMAINDER ZRES
                 IF ZRES = 0
                    MOVE 29 TO FC-DIA
                 ELSE
                    MOVE 28 TO FC-DIA
                 END-IF
              END-IF
           END-IF.

      ** Importacion de las puntuaciones devueltas: una linea por    **
      ** factura con comida, servicio y ambiente de 1 a 10 y el      **
      ** comentario. Lo que no casa sale en el listado de rechazos;  **
      ** una factura ya importada no se pisa.                        **

       IMPORTAR.
           OPEN INPUT ENCRESUL
           IF ERRORER NOT = "00"
              DISPLAY "NO HAY FICHERO ENCRESUL.TXT" LINE 7 POSITION 5
           ELSE
              MOVE 0 TO LEIDAS GRABADAS RECHAZADAS
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              MOVE HOY TO CI-HOY
              WRITE LINEAIMP FROM CABIMP BEFORE ADVANCING 2 LINE
              OPEN INPUT FACTURA
              OPEN I-O ENCUESTA
              MOVE "N" TO FIN
              PERFORM ImportarRegistro UNTIL FIN = "S"
              CLOSE ENCUESTA
              CLOSE FACTURA
              CLOSE ENCRESUL
              MOVE LEIDAS TO CI-LEIDAS
              MOVE GRABADAS TO CI-GRABADAS
              MOVE RECHAZADAS TO CI-RECHAZADAS
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM TOTIMP BEFORE ADVANCING 2 LINE
              CLOSE LISTADO
              DISPLAY "LEIDAS:" LINE 7 POSITION 5
              DISPLAY LEIDAS LINE 7 POSITION 18
              DISPLAY "GRABADAS:" LINE 8 POSITION 5
              DISPLAY GRABADAS LINE 8 POSITION 18
              DISPLAY "RECHAZADAS:" LINE 9 POSITION 5
              DISPLAY RECHAZADAS LINE 9 POSITION 18
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ImportarRegistro.
           READ ENCRESUL AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              ADD 1 TO LEIDAS
              MOVE REG-ER TO LINEARES
              MOVE SPACES TO MOTIVORECHAZO
              PERFORM ValidarRegistro
              IF MOTIVORECHAZO = SPACES
                 MOVE ER-NFAC TO EN-NFAC
                 MOVE FANO TO FC-ANO
                 MOVE FMES TO FC-MES
                 MOVE FDIA TO FC-DIA
                 MOVE FECHACALC TO EN-FECHA
                 MOVE SPACES TO EN-GIF
                 IF FGIF NOT = 0
                    MOVE FGIF TO EN-GIF
                 END-IF
                 MOVE ER-COMIDA TO EN-COMIDA
                 MOVE ER-SERVICIO TO EN-SERVICIO
                 MOVE ER-AMBIENTE TO EN-AMBIENTE
                 MOVE ER-COMENT TO EN-COMENT
                 MOVE HOY TO EN-FIMPORT
                 WRITE REG-EN
                    INVALID KEY MOVE "YA IMPORTADA" TO MOTIVORECHAZO
                    NOT INVALID KEY ADD 1 TO GRABADAS
                 END-WRITE
              END-IF
              IF MOTIVORECHAZO NOT = SPACES
                 ADD 1 TO RECHAZADAS
                 MOVE ER-NFAC TO CI-NFAC
                 MOVE ER-COMENT TO CI-COMENT
                 MOVE MOTIVORECHAZO TO CI-MOTIVO
                 WRITE LINEAIMP FROM LINRECHAZO BEFORE ADVANCING 1
                    LINE
              END-IF
           END-IF.
       ValidarRegistro.
           IF ER-NFAC NOT NUMERIC OR ER-COMIDA NOT NUMERIC
              OR ER-SERVICIO NOT NUMERIC OR ER-AMBIENTE NOT NUMERIC
              MOVE "REGISTRO MAL FORMADO" TO MOTIVORECHAZO
           END-IF
           IF MOTIVORECHAZO = SPACES
              IF ER-COMIDA < 1 OR ER-COMIDA > 10
                 OR ER-SERVICIO < 1 OR ER-SERVICIO > 10
                 OR ER-AMBIENTE < 1 OR ER-AMBIENTE > 10
                 MOVE "PUNTUACION FUERA DE 1-10" TO MOTIVORECHAZO
              END-IF
           END-IF
           IF MOTIVORECHAZO = SPACES
              MOVE ER-NFAC TO NFAC
              READ FACTURA
                 INVALID KEY MOVE "NO EXISTE LA FACTURA"
                    TO MOTIVORECHAZO
                 NOT INVALID KEY CONTINUE
              END-READ
           END-IF.

      ** Resultados de las encuestas de las visitas de un periodo:   **
      ** medias de comida, servicio y ambiente por camarero, por     **
      ** plato servido en la factura y por zona, y los comentarios.  **

       RESULTADOS.
           DISPLAY "DESDE (AAAAMMDD):" LINE 7 POSITION 5
           DISPLAY "HASTA:" LINE 7 POSITION 33
           MOVE HOY TO FECHACALC
           MOVE 1 TO FC-DIA
           MOVE FECHACALC TO DESDE
           MOVE HOY TO HASTA
           ACCEPT DESDE LINE 7 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              ACCEPT HASTA LINE 7 POSITION 40 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              PERFORM SumarEncuestas
              PERFORM ImprimirResultados
              DISPLAY "ENCUESTAS DEL PERIODO:" LINE 9 POSITION 5
              DISPLAY ST-N LINE 9 POSITION 29
              DISPLAY "INFORME IMPRESO" LINE 10 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       SumarEncuestas.
           PERFORM LimpiarCodigo VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           PERFORM LimpiarZona VARYING ZN FROM 1 BY 1 UNTIL ZN > 4
           MOVE 0 TO ST-N ST-COMIDA ST-SERVICIO ST-AMBIENTE
           OPEN INPUT FACTURA
           OPEN INPUT DETFAC
           OPEN INPUT MESAMAES
           MOVE "N" TO FIN
           OPEN INPUT ENCUESTA
           IF ERROREN NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM SumarUnaEncuesta UNTIL FIN = "S"
           IF ERROREN = "00"
              CLOSE ENCUESTA
           END-IF
           CLOSE MESAMAES
           CLOSE DETFAC
           CLOSE FACTURA.
       LimpiarCodigo.
           MOVE 0 TO SK-N(NC) SK-COMIDA(NC) SK-SERVICIO(NC)
           MOVE 0 TO SK-AMBIENTE(NC)
           MOVE 0 TO SP-N(NC) SP-COMIDA(NC) SP-SERVICIO(NC)
           MOVE 0 TO SP-AMBIENTE(NC).
       LimpiarZona.
           MOVE 0 TO SZ-N(ZN) SZ-COMIDA(ZN) SZ-SERVICIO(ZN)
           MOVE 0 TO SZ-AMBIENTE(ZN).
       SumarUnaEncuesta.
           READ ENCUESTA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EN-FECHA NOT < DESDE
              AND EN-FECHA NOT > HASTA
              ADD 1 TO ST-N
              ADD EN-COMIDA TO ST-COMIDA
              ADD EN-SERVICIO TO ST-SERVICIO
              ADD EN-AMBIENTE TO ST-AMBIENTE
              MOVE EN-NFAC TO NFAC
              READ FACTURA
                 INVALID KEY
                    MOVE 0 TO FCAMARERO
                    MOVE 0 TO FMESA
                 NOT INVALID KEY CONTINUE
              END-READ
              IF FCAMARERO NOT = 0
                 ADD 1 TO SK-N(FCAMARERO)
                 ADD EN-COMIDA TO SK-COMIDA(FCAMARERO)
                 ADD EN-SERVICIO TO SK-SERVICIO(FCAMARERO)
                 ADD EN-AMBIENTE TO SK-AMBIENTE(FCAMARERO)
              END-IF
              PERFORM BuscarZona
              ADD 1 TO SZ-N(ZN)
              ADD EN-COMIDA TO SZ-COMIDA(ZN)
              ADD EN-SERVICIO TO SZ-SERVICIO(ZN)
              ADD EN-AMBIENTE TO SZ-AMBIENTE(ZN)
              MOVE EN-NFAC TO FL-NFAC
              MOVE 0 TO FL-LINEA
              MOVE "N" TO FINLIN
              START DETFAC KEY IS NOT < FL-CLAVE
                 INVALID KEY MOVE "S" TO FINLIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM SumarUnPlato UNTIL FINLIN = "S"
           END-IF.
       BuscarZona.
           MOVE 4 TO ZN
           IF FMESA NOT = 0
              MOVE FMESA TO MM-NUMERO
              READ MESAMAES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF MM-ZONA = "C"
                       MOVE 1 TO ZN
                    END-IF
                    IF MM-ZONA = "B"
                       MOVE 2 TO ZN
                    END-IF
                    IF MM-ZONA = "T"
                       MOVE 3 TO ZN
                    END-IF
              END-READ
           END-IF.
       SumarUnPlato.
           READ DETFAC NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND FL-NFAC NOT = EN-NFAC
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N" AND FL-NUMPLATO NOT = 0
              ADD 1 TO SP-N(FL-NUMPLATO)
              ADD EN-COMIDA TO SP-COMIDA(FL-NUMPLATO)
              ADD EN-SERVICIO TO SP-SERVICIO(FL-NUMPLATO)
              ADD EN-AMBIENTE TO SP-AMBIENTE(FL-NUMPLATO)
           END-IF.
       ImprimirResultados.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE DESDE TO IR-DESDE
           MOVE HASTA TO IR-HASTA
           WRITE LINEAIMP FROM CABRES BEFORE ADVANCING 2 LINE
           MOVE "TOTAL DEL PERIODO" TO IS-TITULO
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           MOVE 0 TO IS-CODIGO
           MOVE SPACES TO IS-NOMBRE
           MOVE ST-N TO IS-N
           MOVE 0 TO IS-COMIDA IS-SERVICIO IS-AMBIENTE
           IF ST-N NOT = 0
              COMPUTE MEDIA ROUNDED = ST-COMIDA / ST-N
              MOVE MEDIA TO IS-COMIDA
              COMPUTE MEDIA ROUNDED = ST-SERVICIO / ST-N
              MOVE MEDIA TO IS-SERVICIO
              COMPUTE MEDIA ROUNDED = ST-AMBIENTE / ST-N
              MOVE MEDIA TO IS-AMBIENTE
           END-IF
           WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 2 LINE
           MOVE "POR CAMARERO" TO IS-TITULO
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           OPEN INPUT USUARIOS
           PERFORM ImprimirCamarero VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           CLOSE USUARIOS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "POR PLATO" TO IS-TITULO
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           OPEN INPUT PLATOS
           PERFORM ImprimirPlato VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           CLOSE PLATOS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "POR ZONA" TO IS-TITULO
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           PERFORM ImprimirZona VARYING ZN FROM 1 BY 1 UNTIL ZN > 4
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "COMENTARIOS (COMIDA/SERV./AMB.)" TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "N" TO FIN
           OPEN INPUT ENCUESTA
           IF ERROREN NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM ImprimirComentario UNTIL FIN = "S"
           IF ERROREN = "00"
              CLOSE ENCUESTA
           END-IF
           CLOSE LISTADO.
       ImprimirCamarero.
           IF SK-N(NC) NOT = 0
              MOVE NC TO UCODIGO
              READ USUARIOS
                 INVALID KEY MOVE SPACES TO UNOMBRE
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE NC TO IS-CODIGO
              MOVE UNOMBRE TO IS-NOMBRE
              MOVE SK-N(NC) TO IS-N
              COMPUTE MEDIA ROUNDED = SK-COMIDA(NC) / SK-N(NC)
              MOVE MEDIA TO IS-COMIDA
              COMPUTE MEDIA ROUNDED = SK-SERVICIO(NC) / SK-N(NC)
              MOVE MEDIA TO IS-SERVICIO
              COMPUTE MEDIA ROUNDED = SK-AMBIENTE(NC) / SK-N(NC)
              MOVE MEDIA TO IS-AMBIENTE
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirPlato.
           IF SP-N(NC) NOT = 0
              MOVE NC TO NUMPLATO
              READ PLATOS
                 INVALID KEY MOVE SPACES TO NOM
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE NC TO IS-CODIGO
              MOVE NOM TO IS-NOMBRE
              MOVE SP-N(NC) TO IS-N
              COMPUTE MEDIA ROUNDED = SP-COMIDA(NC) / SP-N(NC)
              MOVE MEDIA TO IS-COMIDA
              COMPUTE MEDIA ROUNDED = SP-SERVICIO(NC) / SP-N(NC)
              MOVE MEDIA TO IS-SERVICIO
              COMPUTE MEDIA ROUNDED = SP-AMBIENTE(NC) / SP-N(NC)
              MOVE MEDIA TO IS-AMBIENTE
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirZona.
           IF SZ-N(ZN) NOT = 0
              MOVE 0 TO IS-CODIGO
              MOVE ZONA-NOMBRE(ZN) TO IS-NOMBRE
              MOVE SZ-N(ZN) TO IS-N
              COMPUTE MEDIA ROUNDED = SZ-COMIDA(ZN) / SZ-N(ZN)
              MOVE MEDIA TO IS-COMIDA
              COMPUTE MEDIA ROUNDED = SZ-SERVICIO(ZN) / SZ-N(ZN)
              MOVE MEDIA TO IS-SERVICIO
              COMPUTE MEDIA ROUNDED = SZ-AMBIENTE(ZN) / SZ-N(ZN)
              MOVE MEDIA TO IS-AMBIENTE
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirComentario.
           READ ENCUESTA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EN-FECHA NOT < DESDE
              AND EN-FECHA NOT > HASTA AND EN-COMENT NOT = SPACES
              MOVE EN-NFAC TO IC-NFAC
              MOVE EN-COMIDA TO IC-COMIDA
              MOVE EN-SERVICIO TO IC-SERVICIO
              MOVE EN-AMBIENTE TO IC-AMBIENTE
              MOVE EN-COMENT TO IC-COMENT
              WRITE LINEAIMP FROM LINCOMENT BEFORE ADVANCING 1 LINE
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
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-MESAMAES
           STRING RUTADATOS DELIMITED BY " "
                  "MESAMAES.DAT" DELIMITED BY SIZE
                  INTO RF-MESAMAES
           END-STRING
           MOVE SPACES TO RF-ENCENV
           STRING RUTADATOS DELIMITED BY " "
                  "ENCENV.DAT" DELIMITED BY SIZE
                  INTO RF-ENCENV
           END-STRING
           MOVE SPACES TO RF-ENCUESTA
           STRING RUTADATOS DELIMITED BY " "
                  "ENCUESTA.DAT" DELIMITED BY SIZE
                  INTO RF-ENCUESTA
           END-STRING.
