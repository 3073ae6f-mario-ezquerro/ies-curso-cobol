       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIF.
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
           SELECT OPTIONAL CERTIF ASSIGN TO DISK RF-CERTIF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CLAVE
           FILE STATUS IS ERRORCE.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
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
      * Certificados y cursos de cada empleado de USUARIOS.DAT: uno
      * por empleado, tipo y fecha de expedicion, de modo que las
      * renovaciones no borran los anteriores y el registro de
      * formacion sale completo. Manipulador de alimentos (M),
      * alergenos (A) y prevencion de riesgos (P) son obligatorios
      * para todo el personal en activo; O = otra formacion. La
      * caducidad 0 es un curso que no caduca; CE-DOCUMENTO dice
      * donde esta la copia escaneada (carpeta y fichero).
       FD CERTIF LABEL RECORD STANDARD.
       01 REG-CE.
           02 CE-CLAVE.
              03 CE-USUARIO PIC 9(3).
              03 CE-TIPO PIC X.
                 88 TIPO-VALIDO VALUES "M" "A" "P" "O".
              03 CE-FEMISION PIC 9(8).
           02 CE-EMISOR PIC X(30).
           02 CE-FCADUCA PIC 9(8).
           02 CE-DOCUMENTO PIC X(40).
           02 CE-FALTA PIC 9(8).
           02 CE-USUALTA PIC 9(3).
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
              88 NIVEL-CAMARERO VALUE 1.
              88 NIVEL-ENCARGADO VALUE 2.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
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
       77 RF-CERTIF PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 ERRORCE PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 SESCODIGO PIC 9(3).
       77 SESNIVEL PIC 9.
       77 OPCION PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 FINCE PIC X.
       77 EXISTECE PIC X.
       77 USUPEDIDO PIC 9(3).
       77 TIPOPEDIDO PIC X.
       77 HOYNUM PIC 9(8).
       77 DIASHOY PIC 9(7).
       77 DIASCAD PIC 9(7).
      * Dias de antelacion con los que se avisa de una caducidad.
       77 DIASAVISO PIC 9(3) VALUE 30.
       77 TX PIC 9.
       77 CUANTOS PIC 9(4).
       77 LINEA PIC 99.
       77 ULTCADUCA PIC 9(8).
       77 ULTEMISION PIC 9(8).
       77 ULTEMISOR PIC X(30).
       77 CERTESTADO PIC X.
          88 CERT-FALTA VALUE "F".
          88 CERT-CADUCADO VALUE "C".
          88 CERT-PROXIMO VALUE "P".
          88 CERT-VIGENTE VALUE "V".
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
      * Los tres obligatorios, en el orden en que se repasan.
       01 TABLA-OBLIGA.
           02 FILLER PIC X(13) VALUE "MMANIPULADOR ".
           02 FILLER PIC X(13) VALUE "AALERGENOS   ".
           02 FILLER PIC X(13) VALUE "PPRL         ".
       01 OBLIGAR REDEFINES TABLA-OBLIGA.
           02 OB-ENT OCCURS 3.
              03 OB-TIPO PIC X.
              03 OB-NOMBRE PIC X(12).
       01 FECHAED.
           02 FE-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 FE-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 FE-ANO PIC 9(4).
       01 CABPEND.
           02 FILLER PIC X(40) VALUE
              "  FORMACION OBLIGATORIA: FALTA O CADUCA ".
           02 FILLER PIC X(6) VALUE "  A: ".
           02 CP-HOY PIC X(10).
       01 CABPEND2.
           02 FILLER PIC X(40) VALUE
              "  COD EMPLEADO             CURSO       S".
           02 FILLER PIC X(40) VALUE
              "ITUACION   CADUCA      EMITIDO POR      ".
       01 LINPEND.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LP-NOMBRE PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 LP-CURSO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LP-ESTADO PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LP-CADUCA PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LP-EMISOR PIC X(18).
       01 TOTPEND.
           02 FILLER PIC X(35) VALUE
              "  CURSOS QUE FALTAN O CADUCAN:     ".
           02 TP-CUANTOS PIC ZZZ9.
       01 NOTAPEND.
           02 FILLER PIC X(40) VALUE
              "  SE AVISA DE LO QUE CADUCA EN LOS PROXI".
           02 FILLER PIC X(4) VALUE "MOS ".
           02 NP-DIAS PIC ZZ9.
           02 FILLER PIC X(6) VALUE " DIAS.".
       01 CABREG1.
           02 FILLER PIC X(40) VALUE
              "  REGISTRO DE FORMACION DEL PERSONAL    ".
           02 FILLER PIC X(6) VALUE "  A: ".
           02 CR-HOY PIC X(10).
       01 CABREG2.
           02 FILLER PIC X(12) VALUE "  EMPLEADO: ".
           02 CR-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CR-NOMBRE PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CR-ACTIVO PIC X(10).
       01 CABREG3.
           02 FILLER PIC X(40) VALUE
              "    CURSO        EXPEDIDO    CADUCA     ".
           02 FILLER PIC X(40) VALUE
              " EMITIDO POR                   SITUACION".
       01 LINREG.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LR-CURSO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LR-EMISION PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LR-CADUCA PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LR-EMISOR PIC X(30).
           02 FILLER PIC X VALUE SPACES.
           02 LR-ESTADO PIC X(10).
       01 LINREGDOC.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "COPIA EN:  ".
           02 LR-DOCUMENTO PIC X(40).
       01 LINREGFALTA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LF-CURSO PIC X(12).
           02 FILLER PIC X(30) VALUE
              " SIN CERTIFICADO (OBLIGATORIO)".
       01 LINPANT.
           02 LQ-CURSO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-EMISION PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-CADUCA PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-EMISOR PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           MOVE " " TO OPCION
           PERFORM MENUCERTIF UNTIL OPCION = "X" OR "x"
              OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENUCERTIF.
           DISPLAY " " ERASE
           DISPLAY "CERTIFICADOS Y FORMACION DEL PERSONAL" LINE 2
              POSITION 5
           DISPLAY "F = ANOTAR UN CERTIFICADO O CURSO" LINE 4
              POSITION 5
           DISPLAY "C = QUIEN LO TIENE CADUCADO O LE FALTA" LINE 5
              POSITION 5
           DISPLAY "R = REGISTRO DE FORMACION DE UN EMPLEADO" LINE 6
              POSITION 5
           DISPLAY "X = SALIR" LINE 7 POSITION 5
           DISPLAY "OPCION:" LINE 9 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 9 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "F" PERFORM FICHACERTIF
              WHEN "f" PERFORM FICHACERTIF
              WHEN "C" PERFORM LISTARPENDIENTES
              WHEN "c" PERFORM LISTARPENDIENTES
              WHEN "R" PERFORM REGISTROFORMACION
              WHEN "r" PERFORM REGISTROFORMACION
           END-EVALUATE.

      ** Anotacion de un certificado: empleado, curso y fecha de     **
      ** expedicion; si ya existe se corrige. En pantalla salen los  **
      ** que ya tiene el empleado. Solo el encargado.                **

       FICHACERTIF.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              OPEN I-O CERTIF
              IF ERRORCE NOT = "00"
                 OPEN OUTPUT CERTIF
                 CLOSE CERTIF
                 OPEN I-O CERTIF
              END-IF
              OPEN INPUT USUARIOS
              MOVE 0 TO TECLAF
              PERFORM UNCERTIF UNTIL TECLAF = 27
              CLOSE USUARIOS
              CLOSE CERTIF
           END-IF
           MOVE 0 TO TECLAF.
       UNCERTIF.
           DISPLAY " " ERASE
           DISPLAY "ANOTAR CERTIFICADO O CURSO" LINE 2 POSITION 5
           DISPLAY "EMPLEADO (ESC=FIN):" LINE 4 POSITION 5
           MOVE 0 TO USUPEDIDO
           ACCEPT USUPEDIDO LINE 4 POSITION 26 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND USUPEDIDO NOT = 0
              MOVE USUPEDIDO TO UCODIGO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE EMPLEADO" LINE 20
                       POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY UNOMBRE LINE 4 POSITION 31
                    PERFORM MostrarCertificados
                    PERFORM EditarCertif
              END-READ
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       MostrarCertificados.
           MOVE 6 TO LINEA
           MOVE UCODIGO TO CE-USUARIO
           MOVE LOW-VALUES TO CE-TIPO
           MOVE 0 TO CE-FEMISION
           MOVE "N" TO FINCE
           START CERTIF KEY IS NOT < CE-CLAVE
              INVALID KEY MOVE "S" TO FINCE
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MostrarUnCertif UNTIL FINCE = "S".
       MostrarUnCertif.
           READ CERTIF NEXT AT END MOVE "S" TO FINCE
           END-READ
           IF FINCE = "N" AND CE-USUARIO NOT = UCODIGO
              MOVE "S" TO FINCE
           END-IF
           IF FINCE = "N" AND LINEA < 12
              PERFORM NombreCurso
              MOVE LR-CURSO TO LQ-CURSO
              MOVE CE-FEMISION TO FECHACALC
              PERFORM EditarFecha
              MOVE FECHAED TO LQ-EMISION
              PERFORM EditarCaducidad
              MOVE LR-CADUCA TO LQ-CADUCA
              MOVE CE-EMISOR TO LQ-EMISOR
              DISPLAY LINPANT LINE LINEA POSITION 5
              ADD 1 TO LINEA
           END-IF.
       EditarCertif.
           DISPLAY "CURSO (M=MANIPULADOR A=ALERGENOS P=PRL O=OTRO):"
              LINE 13 POSITION 5
           MOVE "M" TO TIPOPEDIDO
           PERFORM WITH TEST AFTER UNTIL TIPOPEDIDO = "M" OR "A"
              OR "P" OR "O"
              ACCEPT TIPOPEDIDO LINE 13 POSITION 54 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "FECHA DE EXPEDICION (AAAAMMDD):" LINE 14
              POSITION 5
           MOVE HOYNUM TO CE-FEMISION
           ACCEPT CE-FEMISION LINE 14 POSITION 38 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE UCODIGO TO CE-USUARIO
           MOVE TIPOPEDIDO TO CE-TIPO
           READ CERTIF
              INVALID KEY
                 MOVE "N" TO EXISTECE
                 MOVE SPACES TO CE-EMISOR CE-DOCUMENTO
                 MOVE 0 TO CE-FCADUCA
                 MOVE HOYNUM TO CE-FALTA
                 MOVE SESCODIGO TO CE-USUALTA
              NOT INVALID KEY
                 MOVE "S" TO EXISTECE
           END-READ
           DISPLAY "EMITIDO POR:" LINE 15 POSITION 5
           ACCEPT CE-EMISOR LINE 15 POSITION 38 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "CADUCA (AAAAMMDD, 0=NO CADUCA):" LINE 16
              POSITION 5
           ACCEPT CE-FCADUCA LINE 16 POSITION 38 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COPIA ESCANEADA EN:" LINE 17 POSITION 5
           ACCEPT CE-DOCUMENTO LINE 18 POSITION 5 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF CE-FEMISION = 0
                 DISPLAY "SIN FECHA DE EXPEDICION; NO GRABADO"
                    LINE 20 POSITION 5 REVERSE
              ELSE
                 IF EXISTECE = "S"
                    REWRITE REG-CE INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-CE INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "CERTIFICADO GRABADO" LINE 20 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.

      ** Personal en activo al que le falta alguno de los tres       **
      ** obligatorios, lo tiene caducado o le caduca en los proximos **
      ** DIASAVISO dias: lo que piden las inspecciones.              **

       LISTARPENDIENTES.
           DISPLAY " " ERASE
           DISPLAY "IMPRIMIENDO FORMACION PENDIENTE..." LINE 4
              POSITION 5
           MOVE 0 TO CUANTOS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE HOYNUM TO FECHACALC
              PERFORM EditarFecha
              MOVE FECHAED TO CP-HOY
              WRITE LINEAIMP FROM CABPEND BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABPEND2 BEFORE ADVANCING 1 LINE
              OPEN INPUT USUARIOS
              OPEN INPUT CERTIF
              IF ERRORUSU = "00"
                 MOVE 0 TO UCODIGO
                 MOVE "N" TO FIN
                 START USUARIOS KEY IS NOT < UCODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM PendientesUnEmpleado UNTIL FIN = "S"
                 CLOSE USUARIOS
              END-IF
              IF ERRORCE = "00"
                 CLOSE CERTIF
              END-IF
              MOVE CUANTOS TO TP-CUANTOS
              MOVE DIASAVISO TO NP-DIAS
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM TOTPEND BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM NOTAPEND BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO
           DISPLAY "CURSOS QUE FALTAN O CADUCAN:" LINE 6 POSITION 5
           DISPLAY CUANTOS LINE 6 POSITION 35
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       PendientesUnEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND USUARIO-ACTIVO AND UCODIGO NOT = 0
              PERFORM PendienteUnCurso VARYING TX FROM 1 BY 1
                 UNTIL TX > 3
           END-IF.
       PendienteUnCurso.
           PERFORM EstadoCurso
           IF NOT CERT-VIGENTE
              ADD 1 TO CUANTOS
              MOVE UCODIGO TO LP-CODIGO
              MOVE UNOMBRE TO LP-NOMBRE
              MOVE OB-NOMBRE(TX) TO LP-CURSO
              PERFORM NombreEstado
              MOVE LR-ESTADO TO LP-ESTADO
              MOVE SPACES TO LP-CADUCA LP-EMISOR
              IF NOT CERT-FALTA
                 MOVE ULTCADUCA TO FECHACALC
                 PERFORM EditarFecha
                 MOVE FECHAED TO LP-CADUCA
                 MOVE ULTEMISOR TO LP-EMISOR
              END-IF
              WRITE LINEAIMP FROM LINPEND BEFORE ADVANCING 1 LINE
           END-IF.

      ** Situacion del curso obligatorio TX del empleado UCODIGO:  **
      ** manda el de expedicion mas reciente, que es el ultimo en  **
      ** la clave. Deja CERTESTADO, la caducidad en ULTCADUCA y el **
      ** emisor en ULTEMISOR.                                      **

       EstadoCurso.
           MOVE "F" TO CERTESTADO
           MOVE 0 TO ULTCADUCA ULTEMISION
           MOVE SPACES TO ULTEMISOR
           IF ERRORCE = "00"
              MOVE UCODIGO TO CE-USUARIO
              MOVE OB-TIPO(TX) TO CE-TIPO
              MOVE 0 TO CE-FEMISION
              MOVE "N" TO FINCE
              START CERTIF KEY IS NOT < CE-CLAVE
                 INVALID KEY MOVE "S" TO FINCE
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM UltimoDelCurso UNTIL FINCE = "S"
              IF ULTEMISION NOT = 0
                 PERFORM SituacionCaducidad
              END-IF
           END-IF.
       UltimoDelCurso.
           READ CERTIF NEXT AT END MOVE "S" TO FINCE
           END-READ
           IF FINCE = "N"
              IF CE-USUARIO NOT = UCODIGO OR CE-TIPO NOT = OB-TIPO(TX)
                 MOVE "S" TO FINCE
              ELSE
                 MOVE CE-FCADUCA TO ULTCADUCA
                 MOVE CE-FEMISION TO ULTEMISION
                 MOVE CE-EMISOR TO ULTEMISOR
              END-IF
           END-IF.
       SituacionCaducidad.
           IF ULTCADUCA = 0
              MOVE "V" TO CERTESTADO
           ELSE
              MOVE ULTCADUCA TO FECHACALC
              COMPUTE DIASCAD = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              IF ULTCADUCA < HOYNUM
                 MOVE "C" TO CERTESTADO
              ELSE
                 IF DIASCAD - DIASHOY < DIASAVISO
                    MOVE "P" TO CERTESTADO
                 ELSE
                    MOVE "V" TO CERTESTADO
                 END-IF
              END-IF
           END-IF.

      ** Registro de formacion de un empleado para las inspecciones: **
      ** todos sus certificados, vigentes o no, con la copia         **
      ** escaneada, y los obligatorios que no tiene.                 **

       REGISTROFORMACION.
           DISPLAY " " ERASE
           DISPLAY "REGISTRO DE FORMACION" LINE 2 POSITION 5
           DISPLAY "EMPLEADO:" LINE 4 POSITION 5
           MOVE 0 TO USUPEDIDO
           ACCEPT USUPEDIDO LINE 4 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND USUPEDIDO NOT = 0
              MOVE "N" TO EXISTECE
              OPEN INPUT USUARIOS
              IF ERRORUSU = "00"
                 MOVE USUPEDIDO TO UCODIGO
                 READ USUARIOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTECE
                 END-READ
                 CLOSE USUARIOS
              END-IF
              IF EXISTECE = "N"
                 DISPLAY "NO EXISTE ESE EMPLEADO" LINE 20 POSITION 5
                    REVERSE
              ELSE
                 DISPLAY UNOMBRE LINE 4 POSITION 21
                 PERFORM ImprimirRegistro
                 DISPLAY "REGISTRO IMPRESO" LINE 6 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImprimirRegistro.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE HOYNUM TO FECHACALC
              PERFORM EditarFecha
              MOVE FECHAED TO CR-HOY
              MOVE UCODIGO TO CR-CODIGO
              MOVE UNOMBRE TO CR-NOMBRE
              IF USUARIO-ACTIVO
                 MOVE "EN ACTIVO" TO CR-ACTIVO
              ELSE
                 MOVE "DE BAJA" TO CR-ACTIVO
              END-IF
              WRITE LINEAIMP FROM CABREG1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABREG2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABREG3 BEFORE ADVANCING 1 LINE
              OPEN INPUT CERTIF
              IF ERRORCE = "00"
                 MOVE UCODIGO TO CE-USUARIO
                 MOVE LOW-VALUES TO CE-TIPO
                 MOVE 0 TO CE-FEMISION
                 MOVE "N" TO FINCE
                 START CERTIF KEY IS NOT < CE-CLAVE
                    INVALID KEY MOVE "S" TO FINCE
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM RegistroUnCertif UNTIL FINCE = "S"
              END-IF
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              PERFORM RegistroFalta VARYING TX FROM 1 BY 1
                 UNTIL TX > 3
              IF ERRORCE = "00"
                 CLOSE CERTIF
              END-IF
           END-IF
           CLOSE LISTADO.
       RegistroUnCertif.
           READ CERTIF NEXT AT END MOVE "S" TO FINCE
           END-READ
           IF FINCE = "N" AND CE-USUARIO NOT = UCODIGO
              MOVE "S" TO FINCE
           END-IF
           IF FINCE = "N"
              PERFORM NombreCurso
              MOVE CE-FEMISION TO FECHACALC
              PERFORM EditarFecha
              MOVE FECHAED TO LR-EMISION
              PERFORM EditarCaducidad
              MOVE CE-EMISOR TO LR-EMISOR
              MOVE CE-FCADUCA TO ULTCADUCA
              PERFORM SituacionCaducidad
              PERFORM NombreEstado
              WRITE LINEAIMP FROM LINREG BEFORE ADVANCING 1 LINE
              IF CE-DOCUMENTO NOT = SPACES
                 MOVE CE-DOCUMENTO TO LR-DOCUMENTO
                 WRITE LINEAIMP FROM LINREGDOC BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.
       RegistroFalta.
           PERFORM EstadoCurso
           IF CERT-FALTA
              MOVE OB-NOMBRE(TX) TO LF-CURSO
              WRITE LINEAIMP FROM LINREGFALTA BEFORE ADVANCING 1 LINE
           END-IF.
       NombreCurso.
           EVALUATE CE-TIPO
              WHEN "M" MOVE "MANIPULADOR" TO LR-CURSO
              WHEN "A" MOVE "ALERGENOS" TO LR-CURSO
              WHEN "P" MOVE "PRL" TO LR-CURSO
              WHEN OTHER MOVE "OTRO CURSO" TO LR-CURSO
           END-EVALUATE.
       NombreEstado.
           EVALUATE TRUE
              WHEN CERT-FALTA MOVE "FALTA" TO LR-ESTADO
              WHEN CERT-CADUCADO MOVE "CADUCADO" TO LR-ESTADO
              WHEN CERT-PROXIMO MOVE "CADUCA YA" TO LR-ESTADO
              WHEN OTHER MOVE "VIGENTE" TO LR-ESTADO
           END-EVALUATE.
       EditarCaducidad.
           IF CE-FCADUCA = 0
              MOVE "NO CADUCA" TO LR-CADUCA
           ELSE
              MOVE CE-FCADUCA TO FECHACALC
              PERFORM EditarFecha
              MOVE FECHAED TO LR-CADUCA
           END-IF.
       EditarFecha.
           MOVE FC-DIA TO FE-DIA
           MOVE FC-MES TO FE-MES
           MOVE FC-ANO TO FE-ANO.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB): solo el     **
      ** encargado anota certificados.                               **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
                 MOVE SE-NIVEL  TO SESNIVEL
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
           MOVE SPACES TO RF-CERTIF
           STRING RUTADATOS DELIMITED BY " "
                  "CERTIF.DAT" DELIMITED BY SIZE
                  INTO RF-CERTIF
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING.
