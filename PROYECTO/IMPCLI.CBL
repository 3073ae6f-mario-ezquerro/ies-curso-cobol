       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCLI.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL CLIHIST ASSIGN TO DISK RF-CLIHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT OPTIONAL CLIIMP ASSIGN TO DISK NOMBREIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORIM.
           SELECT OPTIONAL CLIRECH ASSIGN TO DISK "CLIRECH.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRC.
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
      * Guarda los datos del cliente tal como estaban antes de cada
      * modificacion, para poder consultar su historial de cambios.
      * Aqui se apunta la version de partida de cada cliente
      * importado.
       FD CLIHIST LABEL RECORD STANDARD.
       01 REG-CLIHIST.
           02 HCGIF       PIC X(9).
           02 HCNOMBRE    PIC X(29).
           02 HCDIRECCION PIC X(40).
           02 HCNUMERO    PIC X(3).
           02 HCCIUDAD    PIC X(15).
           02 HCCP        PIC X(6).
           02 HCPROVIN    PIC X(15).
           02 HCTELEFONO  PIC X(9).
           02 HCEMAIL     PIC X(30).
           02 HFECHAMOD PIC 9(8).
           02 HCBANCO     PIC X(20).
           02 HCDOMICIL   PIC X.
           02 HCDTOPCT    PIC 99.
      * Clientes a importar, uno por linea con los campos separados
      * por punto y coma: NIF;NOMBRE;DIRECCION;NUMERO;CIUDAD;CP;
      * PROVINCIA;TELEFONO;EMAIL;CUENTA;DOMICILIADO (S/N);DTO %.
      * Un campo mas al final (el motivo del rechazo anterior) se
      * ignora, para poder volver a pasar el CLIRECH.TXT corregido.
       FD CLIIMP LABEL RECORD STANDARD.
       01 REG-IM PIC X(250).
      * Lineas rechazadas tal como venian, con el motivo anadido
      * como ultimo campo, para corregirlas y volver a importarlas.
       FD CLIRECH LABEL RECORD STANDARD.
       01 REG-RC PIC X(250).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CLIENTES PIC X(42).
       77 RF-CLIHIST PIC X(42).
       77 NOMBREIMP PIC X(42).
       77 ERRORIM PIC XX.
       77 ERRORRC PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 ACEPTARDUP PIC X.
       77 FINIMP PIC X.
       77 HOYNUM PIC 9(8).
       77 MOTIVO PIC X(32).
       77 NUMLINEA PIC 9(5).
       77 LEIDOS PIC 9(5).
       77 CREADOS PIC 9(5).
       77 RECHAZADOS PIC 9(5).
       77 LARGONOMBRE PIC 9(3).
       77 LARGOEMAIL PIC 9(3).
       77 LARGOCUENTA PIC 9(3).
       77 EM-I PIC 99.
       77 EM-ARROBAS PIC 99.
       77 EM-POSARROBA PIC 99.
       77 EM-PUNTO PIC X.
       77 EM-BLANCO PIC X.
       77 EM-MAL PIC X.
       77 CC-I PIC 99.
       77 CC-SUMA PIC 9(4).
       77 CC-COC PIC 9(4).
       77 CC-RESTO PIC 99.
       77 CC-DC PIC 99.
      * Campos de la linea importada.
       01 CamposImportados.
           02 IM-NIF PIC X(9).
           02 IM-NOMBRE PIC X(29).
           02 IM-DIRECCION PIC X(40).
           02 IM-NUMERO PIC X(3).
           02 IM-CIUDAD PIC X(15).
           02 IM-CP PIC X(6).
           02 IM-PROVIN PIC X(15).
           02 IM-TELEFONO PIC X(9).
           02 IM-EMAIL PIC X(30).
           02 IM-CUENTA PIC X(20).
           02 IM-DOMICIL PIC X.
           02 IM-DTO PIC XX JUSTIFIED RIGHT.
           02 IM-DTODES REDEFINES IM-DTO.
              03 IM-DTO1 PIC X.
              03 IM-DTO2 PIC X.
           02 IM-DTONUM REDEFINES IM-DTO PIC 99.
           02 IM-MOTIVOANT PIC X(30).
       01 EMAILVALIDACION PIC X(30).
       01 EMAIL-LETRAS REDEFINES EMAILVALIDACION.
           02 EM-CAR PIC X OCCURS 30.
      * Cuenta bancaria de 20 cifras: entidad, oficina, los dos
      * digitos de control y el numero de cuenta.
       01 CUENTAVALIDACION.
           02 CC-ENTIDAD PIC 9(4).
           02 CC-OFICINA PIC 9(4).
           02 CC-DC1 PIC 9.
           02 CC-DC2 PIC 9.
           02 CC-CUENTA PIC 9(10).
       01 CC-CIFRAS.
           02 CC-CIFRA PIC 9 OCCURS 10.
       01 CC-BLOQUE REDEFINES CC-CIFRAS PIC 9(10).
       01 TABLA-PESOS-CCC.
           02 FILLER PIC X(20) VALUE "01020408051009070306".
       01 PESOS-CCC REDEFINES TABLA-PESOS-CCC.
           02 PESO-CCC PIC 99 OCCURS 10.
      *****************************************************************
      * VALIDACION DEL NIF/NIE/CIF TECLEADO EN CGIF. EL NIF Y EL NIE   *
      * SE COMPRUEBAN CON LA LETRA DE CONTROL (MODULO 23); DEL CIF DE  *
      * EMPRESA SOLO SE COMPRUEBA EL FORMATO, YA QUE SU DIGITO DE      *
      * CONTROL SE CALCULA CON OTRO ALGORITMO DISTINTO AL DEL NIF.     *
      *****************************************************************
       01 CGIFVALIDACION.
           02 CGIF-NUM8  PIC X(8).
           02 CGIF-LETRA PIC X.
       01 CGIF-DESGLOSE REDEFINES CGIFVALIDACION.
           02 CGIF-PRIMERA PIC X.
           02 CGIF-CUERPO  PIC X(7).
           02 FILLER PIC X.
       01 TABLA-LETRAS-NIF.
           02 FILLER PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01 LETRAS-NIF REDEFINES TABLA-LETRAS-NIF.
           02 LETRA-NIF PIC X OCCURS 23.
       01 DatosValidarNIF.
           02 NIE-PREFIJO   PIC 9.
           02 NIF-CUERPO7   PIC 9(7).
           02 NIF-NUM       PIC 9(8).
           02 NIF-COCIENTE  PIC 9(8).
           02 NIF-RESTO     PIC 99.
           02 NIFVALIDO     PIC X VALUE "S".
              88 NIF-OK  VALUE "S".
              88 NIF-MAL VALUE "N".
       01 FECHADES.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 CABIMP.
           02 FILLER PIC X(40) VALUE
              "  IMPORTACION DE CLIENTES DEL FICHERO   ".
           02 CI-FICHERO PIC X(14).
           02 CI-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CI-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CI-ANO PIC 9(4).
       01 CABREC.
           02 FILLER PIC X(40) VALUE
              "  LINEA NIF       NOMBRE                ".
           02 FILLER PIC X(34) VALUE
              "     MOTIVO DEL RECHAZO".
       01 LINREC.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LR-LINEA PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-NIF PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 LR-NOMBRE PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LR-MOTIVO PIC X(32).
       01 TOTIMP.
           02 FILLER PIC X(17) VALUE "  LINEAS LEIDAS: ".
           02 TI-LEIDOS PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  CREADOS: ".
           02 TI-CREADOS PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  RECHAZADOS: ".
           02 TI-RECHAZADOS PIC ZZZZ9.
       01 PIEREC.
           02 FILLER PIC X(40) VALUE
              "  LAS LINEAS RECHAZADAS QUEDAN EN CLIREC".
           02 FILLER PIC X(36) VALUE
              "H.TXT PARA CORREGIRLAS E IMPORTARLAS".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           DISPLAY " " ERASE
           DISPLAY "IMPORTAR CLIENTES DE UN FICHERO" LINE 2 POSITION 5
           DISPLAY "NIF;NOMBRE;DIRECCION;NUMERO;CIUDAD;CP;PROVINCIA;"
              LINE 4 POSITION 5
           DISPLAY "TELEFONO;EMAIL;CUENTA;DOMICILIADO (S/N);DTO %"
              LINE 5 POSITION 5
           DISPLAY "FICHERO A IMPORTAR:" LINE 7 POSITION 5
           MOVE "CLIIMP.TXT" TO NOMBREIMP
           ACCEPT NOMBREIMP LINE 7 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND NOMBREIMP NOT = SPACES
              PERFORM IMPORTAR
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Importacion: cada linea pasa las mismas comprobaciones que  **
      ** el alta a mano de CLIE.CBL (NIF/NIE, nombre repetido) mas   **
      ** el formato del correo y la cuenta de los domiciliados. Las  **
      ** buenas se dan de alta con su version de partida en          **
      ** CLIHIST.DAT; las demas salen en el listado con el motivo y  **
      ** se copian a CLIRECH.TXT para corregirlas y volver a pasar.  **

       IMPORTAR.
           IF NOMBREIMP = "CLIRECH.TXT" OR "clirech.txt"
              DISPLAY "COPIE CLIRECH.TXT CON OTRO NOMBRE PARA VOLVER A"
                 LINE 9 POSITION 5
              DISPLAY "IMPORTARLO (AQUI SE GRABAN LOS RECHAZOS)"
                 LINE 10 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              OPEN INPUT CLIIMP
              IF ERRORIM NOT = "00"
                 DISPLAY "NO SE ENCUENTRA ESE FICHERO" LINE 9
                    POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 PERFORM PedirOpciones
                 IF TECLAF NOT = 27 AND (OPCION = "S" OR "s")
                    PERFORM ProcesarFichero
                 END-IF
                 CLOSE CLIIMP
              END-IF
           END-IF.
       PedirOpciones.
           DISPLAY "ACEPTAR NOMBRES YA FICHADOS (S/N):" LINE 9
              POSITION 5
           MOVE "N" TO ACEPTARDUP
           ACCEPT ACEPTARDUP LINE 9 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF ACEPTARDUP = "s"
              MOVE "S" TO ACEPTARDUP
           END-IF
           MOVE "N" TO OPCION
           IF TECLAF NOT = 27
              DISPLAY "CONFIRMAR LA IMPORTACION (S/N):" LINE 11
                 POSITION 5
              ACCEPT OPCION LINE 11 POSITION 40 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF.
       ProcesarFichero.
           DISPLAY "IMPORTANDO..." LINE 13 POSITION 5
           OPEN I-O CLIENTES
           OPEN EXTEND CLIHIST
           OPEN OUTPUT CLIRECH
           MOVE 0 TO NUMLINEA LEIDOS CREADOS RECHAZADOS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE HOYNUM TO FECHADES
           MOVE FH-DIA TO CI-DIA
           MOVE FH-MES TO CI-MES
           MOVE FH-ANO TO CI-ANO
           MOVE NOMBREIMP TO CI-FICHERO
           WRITE LINEAIMP FROM CABIMP BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABREC BEFORE ADVANCING 1 LINE
           MOVE "N" TO FINIMP
           PERFORM LeerCliente UNTIL FINIMP = "S"
           MOVE LEIDOS TO TI-LEIDOS
           MOVE CREADOS TO TI-CREADOS
           MOVE RECHAZADOS TO TI-RECHAZADOS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTIMP BEFORE ADVANCING 1 LINE
           IF RECHAZADOS > 0
              WRITE LINEAIMP FROM PIEREC BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO
           CLOSE CLIRECH
           CLOSE CLIHIST
           CLOSE CLIENTES
           DISPLAY "LEIDOS/CREADOS/RECHAZADOS:" LINE 13 POSITION 5
           DISPLAY LEIDOS LINE 13 POSITION 32
           DISPLAY CREADOS LINE 13 POSITION 38
           DISPLAY RECHAZADOS LINE 13 POSITION 44
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       LeerCliente.
           READ CLIIMP AT END MOVE "S" TO FINIMP
           END-READ.
           IF FINIMP = "N"
              ADD 1 TO NUMLINEA
           END-IF
           IF FINIMP = "N" AND REG-IM NOT = SPACES
              PERFORM SepararCampos
              IF IM-NIF = "NIF" OR "nif"
                 CONTINUE
              ELSE
                 ADD 1 TO LEIDOS
                 MOVE SPACES TO MOTIVO
                 PERFORM ValidarLinea
                 IF MOTIVO = SPACES
                    PERFORM CrearCliente
                 END-IF
                 IF MOTIVO NOT = SPACES
                    PERFORM RechazarLinea
                 END-IF
              END-IF
           END-IF.
       SepararCampos.
           MOVE SPACES TO CamposImportados
           MOVE 0 TO LARGONOMBRE LARGOEMAIL LARGOCUENTA
           UNSTRING REG-IM DELIMITED BY ";"
              INTO IM-NIF
                   IM-NOMBRE COUNT IN LARGONOMBRE
                   IM-DIRECCION
                   IM-NUMERO
                   IM-CIUDAD
                   IM-CP
                   IM-PROVIN
                   IM-TELEFONO
                   IM-EMAIL COUNT IN LARGOEMAIL
                   IM-CUENTA COUNT IN LARGOCUENTA
                   IM-DOMICIL
                   IM-DTO
                   IM-MOTIVOANT
           END-UNSTRING
           IF IM-DOMICIL = "s"
              MOVE "S" TO IM-DOMICIL
           END-IF
           IF IM-DOMICIL = "n"
              MOVE "N" TO IM-DOMICIL
           END-IF
           IF IM-DTO1 = SPACE
              MOVE "0" TO IM-DTO1
           END-IF
           IF IM-DTO2 = SPACE
              MOVE "0" TO IM-DTO2
           END-IF.

      ** Comprobaciones en el orden del alta a mano; se queda con   **
      ** el primer motivo de rechazo que encuentre.                 **

       ValidarLinea.
           IF IM-NIF = SPACES
              MOVE "FALTA EL NIF" TO MOTIVO
           ELSE
              MOVE IM-NIF TO CGIF
              PERFORM ValidarNIF
              IF NIF-MAL
                 MOVE "NIF/NIE INCORRECTO" TO MOTIVO
              END-IF
           END-IF
           IF MOTIVO = SPACES
              READ CLIENTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "ESE NIF YA ESTA DADO DE ALTA" TO MOTIVO
              END-READ
           END-IF
           IF MOTIVO = SPACES AND IM-NOMBRE = SPACES
              MOVE "FALTA EL NOMBRE" TO MOTIVO
           END-IF
           IF MOTIVO = SPACES AND LARGONOMBRE > 29
              MOVE "NOMBRE DE MAS DE 29 LETRAS" TO MOTIVO
           END-IF
           IF MOTIVO = SPACES AND ACEPTARDUP NOT = "S"
              MOVE IM-NOMBRE TO CNOMBRE
              PERFORM ChequearDupNombre
           END-IF
           IF MOTIVO = SPACES AND IM-CIUDAD = SPACES
              MOVE "FALTA LA CIUDAD" TO MOTIVO
           END-IF
           IF MOTIVO = SPACES AND IM-EMAIL NOT = SPACES
              IF LARGOEMAIL > 30
                 MOVE "EMAIL DE MAS DE 30 LETRAS" TO MOTIVO
              ELSE
                 PERFORM ValidarEmail
              END-IF
           END-IF
           IF MOTIVO = SPACES
              AND IM-DOMICIL NOT = "S" AND NOT = "N" AND NOT = " "
              MOVE "DOMICILIADO HA DE SER S O N" TO MOTIVO
           END-IF
           IF MOTIVO = SPACES AND IM-DOMICIL = "S"
              IF IM-CUENTA = SPACES
                 MOVE "DOMICILIADO SIN CUENTA" TO MOTIVO
              ELSE
                 PERFORM ValidarCuenta
              END-IF
           END-IF
           IF MOTIVO = SPACES AND IM-CUENTA NOT = SPACES
              AND IM-DOMICIL NOT = "S"
              PERFORM ValidarCuenta
           END-IF
           IF MOTIVO = SPACES AND IM-DTONUM NOT NUMERIC
              MOVE "DESCUENTO NO NUMERICO" TO MOTIVO
           END-IF.

      ** Alta del cliente con los valores por defecto del alta a    **
      ** mano y su version de partida en el historial.              **

       CrearCliente.
           MOVE SPACES TO REG-CLI
           MOVE IM-NIF TO CGIF
           MOVE IM-NOMBRE TO CNOMBRE
           MOVE IM-DIRECCION TO CDIRECCION
           MOVE IM-NUMERO TO CNUMERO
           MOVE IM-CIUDAD TO CCIUDAD
           MOVE IM-CP TO CCP
           MOVE IM-PROVIN TO CPROVIN
           MOVE IM-TELEFONO TO CTELEFONO
           MOVE IM-EMAIL TO CEMAIL
           MOVE 0 TO CNOSHOWS
           MOVE IM-CUENTA TO CBANCO
           MOVE "N" TO CDOMICIL
           IF IM-DOMICIL = "S"
              MOVE "S" TO CDOMICIL
           END-IF
           MOVE IM-DTONUM TO CDTOPCT
           MOVE 0 TO CLIMITE
           WRITE REG-CLI
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR EL CLIENTE" TO MOTIVO
              NOT INVALID KEY
                 ADD 1 TO CREADOS
                 PERFORM GrabarHistorial
           END-WRITE.
       GrabarHistorial.
           MOVE CGIF       TO HCGIF
           MOVE CNOMBRE    TO HCNOMBRE
           MOVE CDIRECCION TO HCDIRECCION
           MOVE CNUMERO    TO HCNUMERO
           MOVE CCIUDAD    TO HCCIUDAD
           MOVE CCP        TO HCCP
           MOVE CPROVIN    TO HCPROVIN
           MOVE CTELEFONO  TO HCTELEFONO
           MOVE CEMAIL     TO HCEMAIL
           MOVE CBANCO     TO HCBANCO
           MOVE CDOMICIL   TO HCDOMICIL
           MOVE CDTOPCT    TO HCDTOPCT
           MOVE HOYNUM TO HFECHAMOD
           WRITE REG-CLIHIST.
       RechazarLinea.
           ADD 1 TO RECHAZADOS
           MOVE NUMLINEA TO LR-LINEA
           MOVE IM-NIF TO LR-NIF
           MOVE IM-NOMBRE TO LR-NOMBRE
           MOVE MOTIVO TO LR-MOTIVO
           WRITE LINEAIMP FROM LINREC BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REG-RC
           STRING IM-NIF DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-NOMBRE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-DIRECCION DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-NUMERO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-CIUDAD DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-CP DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-PROVIN DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-TELEFONO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-EMAIL DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-CUENTA DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-DOMICIL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IM-DTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOTIVO DELIMITED BY "  "
                  INTO REG-RC
           END-STRING
           WRITE REG-RC.
      *****************************************************************
      * AVISA (SIN IMPEDIR EL ALTA) SI YA HAY OTRO CLIENTE FICHADO CON *
      * ESE MISMO NOMBRE; USA LA CLAVE ALTERNATIVA CNOMBRE, LA MISMA   *
      * QUE LA BUSQUEDA POR NOMBRE DE BuscarEmpresa. EN LA            *
      * IMPORTACION NO HAY A QUIEN AVISAR Y LA LINEA SE APARTA.       *
      *****************************************************************
       ChequearDupNombre.
           START CLIENTES KEY IS = CNOMBRE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "POSIBLE DUPLICADO (MISMO NOMBRE)" TO MOTIVO
           END-START.
      *****************************************************************
      * COMPRUEBA EL FORMATO DE CGIF. NIF (8 CIFRAS Y LETRA) Y NIE     *
      * (X/Y/Z, 7 CIFRAS Y LETRA) SE VALIDAN CONTRA LA LETRA DE        *
      * CONTROL (MODULO 23); DEL CIF DE EMPRESA (LETRA + 7 CIFRAS +    *
      * DIGITO O LETRA DE CONTROL) SOLO SE COMPRUEBA EL FORMATO.       *
      *****************************************************************
       ValidarNIF.
           MOVE "S" TO NIFVALIDO
           MOVE CGIF TO CGIFVALIDACION
           IF CGIF-NUM8 IS NUMERIC AND CGIF-LETRA IS ALPHABETIC
              MOVE CGIF-NUM8 TO NIF-NUM
              PERFORM ComprobarLetraNIF
           ELSE
              IF CGIF-CUERPO IS NUMERIC AND CGIF-LETRA IS ALPHABETIC
                 AND (CGIF-PRIMERA = "X" OR "Y" OR "Z")
                 PERFORM ComprobarLetraNIE
              ELSE
                 IF CGIF-PRIMERA IS ALPHABETIC AND
                    CGIF-CUERPO IS NUMERIC
                    CONTINUE
                 ELSE
                    MOVE "N" TO NIFVALIDO
                 END-IF
              END-IF
           END-IF.
       ComprobarLetraNIF.
           DIVIDE NIF-NUM BY 23 GIVING NIF-COCIENTE
              REMAINDER NIF-RESTO
           IF CGIF-LETRA NOT = LETRA-NIF(NIF-RESTO + 1)
              MOVE "N" TO NIFVALIDO
           END-IF.
       ComprobarLetraNIE.
           EVALUATE CGIF-PRIMERA
              WHEN "X" MOVE 0 TO NIE-PREFIJO
              WHEN "Y" MOVE 1 TO NIE-PREFIJO
              WHEN "Z" MOVE 2 TO NIE-PREFIJO
           END-EVALUATE
           MOVE CGIF-CUERPO TO NIF-CUERPO7
           COMPUTE NIF-NUM = NIE-PREFIJO * 10000000 + NIF-CUERPO7
           PERFORM ComprobarLetraNIF.

      ** Correo: una sola arroba con algo delante, un punto despues  **
      ** de ella que no sea el ultimo caracter, y sin blancos por    **
      ** medio.                                                     **

       ValidarEmail.
           MOVE IM-EMAIL TO EMAILVALIDACION
           MOVE 0 TO EM-ARROBAS EM-POSARROBA
           MOVE "N" TO EM-PUNTO EM-BLANCO EM-MAL
           PERFORM MirarCaracterEmail VARYING EM-I FROM 1 BY 1
              UNTIL EM-I > 30
           IF EM-ARROBAS NOT = 1 OR EM-POSARROBA = 1
              OR EM-PUNTO = "N" OR EM-MAL = "S"
              MOVE "EMAIL MAL FORMADO" TO MOTIVO
           END-IF.
       MirarCaracterEmail.
           IF EM-CAR(EM-I) = SPACE
              MOVE "S" TO EM-BLANCO
           ELSE
              IF EM-BLANCO = "S"
                 MOVE "S" TO EM-MAL
              END-IF
              IF EM-CAR(EM-I) = "@"
                 ADD 1 TO EM-ARROBAS
                 MOVE EM-I TO EM-POSARROBA
                 MOVE "N" TO EM-PUNTO
              END-IF
              IF EM-CAR(EM-I) = "." AND EM-POSARROBA > 0
                 AND EM-I > EM-POSARROBA + 1
                 AND EM-I < 30
                 IF EM-CAR(EM-I + 1) NOT = SPACE
                    MOVE "S" TO EM-PUNTO
                 END-IF
              END-IF
           END-IF.

      ** Cuenta bancaria (la misma de 20 cifras que remesa NORMA19): **
      ** los dos digitos de control se calculan con los pesos 1, 2,  **
      ** 4, 8, 5, 10, 9, 7, 3 y 6 sobre 00+entidad+oficina y sobre   **
      ** el numero de cuenta, modulo 11.                            **

       ValidarCuenta.
           IF LARGOCUENTA NOT = 20 OR IM-CUENTA NOT NUMERIC
              MOVE "LA CUENTA HA DE TENER 20 CIFRAS" TO MOTIVO
           ELSE
              MOVE IM-CUENTA TO CUENTAVALIDACION
              COMPUTE CC-BLOQUE = CC-ENTIDAD * 10000 + CC-OFICINA
              PERFORM DigitoControlCuenta
              IF CC-DC NOT = CC-DC1
                 MOVE "DIGITO DE CONTROL DE CUENTA MAL" TO MOTIVO
              ELSE
                 MOVE CC-CUENTA TO CC-BLOQUE
                 PERFORM DigitoControlCuenta
                 IF CC-DC NOT = CC-DC2
                    MOVE "DIGITO DE CONTROL DE CUENTA MAL" TO MOTIVO
                 END-IF
              END-IF
           END-IF.
       DigitoControlCuenta.
           MOVE 0 TO CC-SUMA
           PERFORM SumarCifraCuenta VARYING CC-I FROM 1 BY 1
              UNTIL CC-I > 10
           DIVIDE CC-SUMA BY 11 GIVING CC-COC REMAINDER CC-RESTO
           COMPUTE CC-DC = 11 - CC-RESTO
           IF CC-DC = 11
              MOVE 0 TO CC-DC
           END-IF
           IF CC-DC = 10
              MOVE 1 TO CC-DC
           END-IF.
       SumarCifraCuenta.
           COMPUTE CC-SUMA = CC-SUMA + CC-CIFRA(CC-I) * PESO-CCC(CC-I).
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
           MOVE SPACES TO RF-CLIHIST
           STRING RUTADATOS DELIMITED BY " "
                  "CLIHIST.DAT" DELIMITED BY SIZE
                  INTO RF-CLIHIST
           END-STRING.
