           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREU.
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT OPTIONAL AUTOVERI ASSIGN TO DISK "AUTOVERI.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT OPTIONAL PUNTCTRL ASSIGN TO DISK RF-PUNTCTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CODIGO
           FILE STATUS IS ERRORPC.
           SELECT OPTIONAL APPCCLEC ASSIGN TO DISK RF-APPCCLEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LC-CLAVE
           FILE STATUS IS ERRORLC.
           SELECT OPTIONAL EQUIPOS ASSIGN TO DISK RF-EQUIPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQ-CODIGO
           FILE STATUS IS ERROREQ.
           SELECT OPTIONAL MANTPREV ASSIGN TO DISK RF-MANTPREV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-CLAVE
           FILE STATUS IS ERRORMP.
           SELECT OPTIONAL RELEVO ASSIGN TO DISK RF-RELEVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-NUM
           FILE STATUS IS ERRORRV.
           SELECT OPTIONAL CERTIF ASSIGN TO DISK RF-CERTIF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CLAVE
           FILE STATUS IS ERRORCE.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
       01 REG-EU.
           02 EU-PROGRAMA PIC X(8).
           02 EU-FICHERO PIC X(12).
      * Diario de facturas en curso (lo repasa PENDFAC.CBL al
      * arrancar): la factura se apunta antes de grabarla con los
      * pasos que le faltan (1 cabecera, 2 lineas, 3 totales de
      * VENTDIA, 4 recibos, 5 REGISFAC; "P" pendiente, "H" hecho,
      * espacio = no lleva ese paso), se marcan segun se hacen y se
      * quita al terminar. Local de cada puesto, como ENUSO.DAT.
       FD PENDFAC LABEL RECORD STANDARD.
       01 REG-TJ.
           02 TJ-NFAC PIC 9(8).
           02 TJ-PROGRAMA PIC X(8).
           02 TJ-FECHA PIC 9(8).
           02 TJ-HORA PIC 9(8).
           02 TJ-MESA PIC 99.
           02 TJ-SERIE PIC 9(4).
           02 TJ-NUMSERIE PIC 9(6).
           02 TJ-PASOS.
              03 TJ-PASO PIC X OCCURS 5.
           02 TJ-NPARTES PIC 9.
           02 TJ-PARTES.
              03 TJ-PARTE OCCURS 5.
                 04 TJ-METODO PIC X.
                 04 TJ-IMPORTE PIC 9(6)V99.
      * Cheques de comida de cada parte pagada con ellos (C), para
      * volver a apuntarlos en CHEQCOM.DAT si se rehacen los recibos.
           02 TJ-CHEQUES.
              03 TJ-CHEQUE OCCURS 5.
                 04 TJ-EMISOR PIC 99.
                 04 TJ-CHCANT PIC 9(3).
                 04 TJ-NOMINAL PIC 9(3)V99.
                 04 TJ-FACIAL PIC 9(6)V99.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
      * Bandera para que VERIFICA.CBL arranque sin preguntar.
       FD AUTOVERI LABEL RECORD STANDARD.
       01 REG-AV.
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
      * Puntos de control APPCC y sus lecturas (APPCC.CBL): al entrar
      * se avisa de los puntos cuya lectura ya toca y no se ha hecho.
       FD PUNTCTRL LABEL RECORD STANDARD.
       01 REG-PC.
           02 PC-CODIGO PIC 9(3).
           02 PC-NOMBRE PIC X(26).
           02 PC-TIPO PIC X.
           02 PC-MINIMO PIC S9(3)V9.
           02 PC-MAXIMO PIC S9(3)V9.
           02 PC-UNIDAD PIC X(3).
           02 PC-CADADIAS PIC 99.
           02 PC-ACTIVO PIC X.
              88 PUNTO-ACTIVO VALUE "S".
       FD APPCCLEC LABEL RECORD STANDARD.
       01 REG-LC.
           02 LC-CLAVE.
              03 LC-PUNTO PIC 9(3).
              03 LC-FECHA PIC 9(8).
              03 LC-HORA PIC 9(8).
           02 LC-USUARIO PIC 9(3).
           02 LC-VALOR PIC S9(3)V9.
           02 LC-FUERA PIC X.
           02 LC-ACCION PIC X(40).
      * Equipos de cocina y su plan de mantenimiento (EQUIPOS.CBL):
      * al entrar se avisa de las tareas preventivas vencidas.
       FD EQUIPOS LABEL RECORD STANDARD.
       01 REG-EQ.
           02 EQ-CODIGO PIC 9(3).
           02 EQ-NOMBRE PIC X(26).
           02 EQ-MARCA PIC X(15).
           02 EQ-MODELO PIC X(15).
           02 EQ-SERIE PIC X(20).
           02 EQ-PROVEEDOR PIC 9(3).
           02 EQ-FCOMPRA PIC 9(8).
           02 EQ-FGARANTIA PIC 9(8).
           02 EQ-ACTIVO PIC X.
              88 EQUIPO-ACTIVO VALUE "S".
       FD MANTPREV LABEL RECORD STANDARD.
       01 REG-MP.
           02 MP-CLAVE.
              03 MP-EQUIPO PIC 9(3).
              03 MP-TAREA PIC 99.
           02 MP-DESCRIP PIC X(30).
           02 MP-CADADIAS PIC 9(3).
           02 MP-ULTIMA PIC 9(8).
           02 MP-AVISADO PIC 9(8).
      * Libro de relevo de los encargados (RELEVO.CBL).
       FD RELEVO LABEL RECORD STANDARD.
       01 REG-RV.
           02 RV-NUM PIC 9(6).
           02 RV-FECHA PIC 9(8).
           02 RV-HORA PIC 9(8).
           02 RV-TURNO PIC X.
           02 RV-AUTOR PIC 9(3).
           02 RV-AUTNOMBRE PIC X(20).
           02 RV-PRIORIDAD PIC X.
              88 PRIORIDAD-ALTA VALUE "A".
           02 RV-CATEGORIA PIC X.
           02 RV-TEXTO1 PIC X(60).
           02 RV-TEXTO2 PIC X(60).
           02 RV-ESTADO PIC X.
              88 RELEVO-ABIERTO VALUE "A".
              88 RELEVO-CERRADO VALUE "C".
           02 RV-FCIERRE PIC 9(8).
           02 RV-CIERRA PIC 9(3).
           02 RV-CIENOMBRE PIC X(20).
           02 RV-COMENT PIC X(60).
      * Certificados y cursos del personal (CERTIF.CBL): al encargado
      * se le avisa de los obligatorios que faltan o caducan.
       FD CERTIF LABEL RECORD STANDARD.
       01 REG-CE.
           02 CE-CLAVE.
              03 CE-USUARIO PIC 9(3).
              03 CE-TIPO PIC X.
              03 CE-FEMISION PIC 9(8).
           02 CE-EMISOR PIC X(30).
           02 CE-FCADUCA PIC 9(8).
           02 CE-DOCUMENTO PIC X(40).
           02 CE-FALTA PIC 9(8).
           02 CE-USUALTA PIC 9(3).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-INCIDEN PIC X(42).
       77 ERRORUSU PIC XX.
       77 ERROREU PIC XX.
       77 ERRORTJ PIC XX.
       77 HAYPENDIENTES PIC X.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 MODOTECLEADO PIC X.
      * Carpeta de practicas: la subcarpeta FORMA de la de datos, que
      * llena y vacia PREPFORM.CBL.
       77 RUTAFORM PIC X(30).
       77 ERRORAV PIC XX.
       77 RF-CARTAVC PIC X(42).
       77 ERRORCV PIC XX.
       77 CLAVETECLEADA PIC X(8).
       77 VALIDADO PIC X.
       77 HAYUSUARIOS PIC X.
       77 RF-PUNTCTRL PIC X(42).
       77 RF-APPCCLEC PIC X(42).
       77 ERRORPC PIC XX.
       77 ERRORLC PIC XX.
       77 FINPC PIC X.
       77 FINLC PIC X.
       77 ULTLECTURA PIC 9(8).
       77 DIASHOY PIC 9(7).
       77 DIASULT PIC 9(7).
       77 PENDIENTES PIC 99.
       77 LINPEND PIC 99.
       77 RF-EQUIPOS PIC X(42).
       77 RF-MANTPREV PIC X(42).
       77 ERROREQ PIC XX.
       77 ERRORMP PIC XX.
       77 FINMP PIC X.
       77 RF-RELEVO PIC X(42).
       77 ERRORRV PIC XX.
       77 FINRV PIC X.
       77 NIVELSESION PIC 9.
       77 RF-CERTIF PIC X(42).
       77 ERRORCE PIC XX.
       77 FINCE PIC X.
       77 FINUSU PIC X.
       77 TX PIC 9.
       77 DIASCAD PIC 9(7).
      * Dias de antelacion con los que se avisa de una caducidad.
       77 DIASAVISO PIC 9(3) VALUE 30.
       77 ULTCADUCA PIC 9(8).
       77 ULTEMISION PIC 9(8).
       77 CERTESTADO PIC X.
          88 CERT-FALTA VALUE "F".
          88 CERT-CADUCADO VALUE "C".
          88 CERT-PROXIMO VALUE "P".
          88 CERT-VIGENTE VALUE "V".
      * Los tres cursos obligatorios para todo el personal en activo.
       01 TABLA-OBLIGA.
           02 FILLER PIC X(11) VALUE "MMANIPULAD.".
           02 FILLER PIC X(11) VALUE "AALERGENOS ".
           02 FILLER PIC X(11) VALUE "PPRL       ".
       01 OBLIGAR REDEFINES TABLA-OBLIGA.
           02 OB-ENT OCCURS 3.
              03 OB-TIPO PIC X.
              03 OB-NOMBRE PIC X(10).
       01 LINCERT.
           02 LF-NOMBRE PIC X(18).
           02 FILLER PIC X VALUE SPACES.
           02 LF-CURSO PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 LF-ESTADO PIC X(8).
           02 FILLER PIC X VALUE SPACES.
           02 LF-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LF-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LF-ANO PIC 9(4).
       01 FICHEQUIPO.
           02 FILLER PIC X(7) VALUE "EQUIPO ".
           02 FQ-EQUIPO PIC 9(3).
           02 FQ-TAREA PIC 99.
       01 LINMANT.
           02 LM-EQUIPO PIC X(24).
           02 FILLER PIC X VALUE SPACES.
           02 LM-TAREA PIC X(24).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 LINRELEVO.
           02 LV-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LV-MES PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LV-CATEGORIA PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LV-TEXTO PIC X(41).
       01 VENTANA.
           02 TOPL PIC 99.
           02 TOPP PIC 99.
           02 TIPO PIC 9.
           02 SOMBRA PIC 9.
       LINKAGE SECTION.
      * 1 = sesion abierta; 2 = sesion abierta en modo formacion;
      * 0 = el usuario ha cancelado (ESC).
       77 LK-RESULTADO PIC 9.
       PROCEDURE DIVISION USING LK-RESULTADO.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM ComprobarEnUso
           PERFORM ComprobarPendientes
           PERFORM VolverModoReal
           PERFORM ComprobarCartaProg
           MOVE 0 TO LK-RESULTADO
           MOVE "N" TO ENFORMACION
           MOVE "N" TO MODOTECLEADO
           PERFORM ComprobarHayUsuarios
           IF HAYUSUARIOS = "N"
              PERFORM SesionSinUsuarios
              IF VALIDADO = "S"
                 PERFORM GrabarSesion
                 MOVE 1 TO LK-RESULTADO
                 IF MODOTECLEADO = "S" OR "s"
                    PERFORM EntrarFormacion
                 END-IF
              END-IF
           END-IF
           IF LK-RESULTADO = 1
              PERFORM ComprobarAPPCC
              PERFORM ComprobarMantenimiento
              IF NIVELSESION NOT < 2
                 PERFORM ComprobarRelevo
                 PERFORM ComprobarFormacion
              END-IF
              IF ENFORMACION = "S"
                 MOVE 2 TO LK-RESULTADO
              END-IF
           END-IF
           CALL "RECUP.EXE"
              END-IF
           END-IF.

      ** Si quedaron facturas a medio grabar en este puesto (ya con  **
      ** los indices revisados), PENDFAC.CBL las completa o las      **
      ** anula y saca el listado de lo hecho.                        **

       ComprobarPendientes.
           MOVE "N" TO HAYPENDIENTES
           OPEN INPUT PENDFAC
           IF ERRORTJ = "00"
              READ PENDFAC NEXT AT END CONTINUE
              END-READ
              IF ERRORTJ = "00"
                 MOVE "S" TO HAYPENDIENTES
              END-IF
              CLOSE PENDFAC
           END-IF
           IF HAYPENDIENTES = "S"
              CALL "PENDFAC.COB"
           END-IF.

      ** Si este puesto se quedo en modo formacion (la marca de      **
      ** MODOFORM.DAT sigue puesta) se devuelve el DATOSDIR.DAT a la **
      ** carpeta real antes de nada. Se hace despues del chequeo de  **
      ** ficheros y facturas a medias, que se arreglan en la carpeta **
      ** donde se quedaron: la de practicas.                         **

       VolverModoReal.
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00"
                 CLOSE MODOFORM
                 OPEN OUTPUT DATOSDIR
                 MOVE MF-RUTAREAL TO PD-RUTA
                 WRITE REG-DATOSDIR
                 CLOSE DATOSDIR
                 OPEN OUTPUT MODOFORM
              END-IF
              CLOSE MODOFORM
              PERFORM FijarRutaDatos
           END-IF.

      ** Entrada en modo formacion: si la carpeta de practicas ya    **
      ** esta preparada (tiene su copia de USUARIOS), se guarda la   **
      ** carpeta real en MODOFORM.DAT y el DATOSDIR.DAT del puesto   **
      ** pasa a apuntar a la de practicas; asi todos los programas   **
      ** trabajan alli sin tocar los ficheros fiscales de verdad.    **
      ** Queda una incidencia "FO" en el parte real.                 **

       EntrarFormacion.
           MOVE SPACES TO RUTAFORM
           STRING RUTADATOS DELIMITED BY " "
                  "FORMA\" DELIMITED BY SIZE
                  INTO RUTAFORM
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTAFORM DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           OPEN INPUT USUARIOS
           IF ERRORUSU = "00"
              CLOSE USUARIOS
              MOVE "S" TO ENFORMACION
           END-IF
           IF ENFORMACION = "N"
              PERFORM FijarRutaDatos
              DISPLAY "FORMACION SIN PREPARAR: AVISE AL ENCARGADO"
                 LINE 15 POSITION 19 REVERSE
              DISPLAY "SE ENTRA EN MODO NORMAL. PULSE UNA TECLA"
                 LINE 16 POSITION 20 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              ACCEPT INC-FECHA FROM DATE YYYYMMDD
              ACCEPT INC-HORA FROM TIME
              MOVE "LOGIN" TO INC-PROGRAMA
              MOVE "FORMACION" TO INC-FICHERO
              MOVE "FO" TO INC-STATUS
              OPEN EXTEND INCIDEN
              IF ERRORINC = "00" OR "05"
                 WRITE REG-INC
                 CLOSE INCIDEN
              END-IF
              OPEN OUTPUT MODOFORM
              MOVE RUTADATOS TO MF-RUTAREAL
              WRITE REG-MF
              CLOSE MODOFORM
              OPEN OUTPUT DATOSDIR
              MOVE RUTAFORM TO PD-RUTA
              WRITE REG-DATOSDIR
              CLOSE DATOSDIR
              PERFORM FijarRutaDatos
           END-IF.

      ** Mientras no haya plantilla dada de alta, el programa entra   **
      ** como encargado (usuario 0) para poder crear los usuarios.    **

           MOVE 0 TO SE-CODIGO
           MOVE "SIN PLANTILLA" TO SE-NOMBRE
           MOVE 2 TO SE-NIVEL
           MOVE SE-NIVEL TO NIVELSESION
           OPEN OUTPUT SESION
           WRITE REG-SESION
           CLOSE SESION.
           DISPLAY "ACCESO AL SISTEMA" LINE 10 POSITION 32 REVERSE
           DISPLAY "USUARIO:" LINE 12 POSITION 25 REVERSE
           DISPLAY "CLAVE:  " LINE 13 POSITION 25 REVERSE
           DISPLAY "FORMACION (S/N):" LINE 14 POSITION 25 REVERSE
           MOVE 0 TO INTENTO
           ACCEPT INTENTO LINE 12 POSITION 35 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              MOVE "N" TO MODOTECLEADO
              ACCEPT MODOTECLEADO LINE 14 POSITION 42 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              OPEN INPUT USUARIOS
              MOVE INTENTO TO UCODIGO
           MOVE UCODIGO TO SE-CODIGO
           MOVE UNOMBRE TO SE-NOMBRE
           MOVE UNIVEL  TO SE-NIVEL
           MOVE SE-NIVEL TO NIVELSESION
           OPEN OUTPUT SESION
           WRITE REG-SESION
           CLOSE SESION.

      ** Controles APPCC pendientes: puntos activos sin ninguna      **
      ** lectura o cuya ultima lectura tiene ya tantos dias como su  **
      ** frecuencia. Se sacan en una ventana al entrar para que el   **
      ** turno los haga antes de ponerse con el servicio.            **

       ComprobarAPPCC.
           MOVE 0 TO PENDIENTES
           ACCEPT FECHACALC FROM DATE YYYYMMDD
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           OPEN INPUT PUNTCTRL
           IF ERRORPC = "00"
              OPEN INPUT APPCCLEC
              MOVE 0 TO PC-CODIGO
              MOVE "N" TO FINPC
              START PUNTCTRL KEY IS NOT < PC-CODIGO
                 INVALID KEY MOVE "S" TO FINPC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM MirarUnPunto UNTIL FINPC = "S"
              CLOSE APPCCLEC
              CLOSE PUNTCTRL
           END-IF
           IF PENDIENTES NOT = 0
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20
                 POSITION 24 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       MirarUnPunto.
           READ PUNTCTRL NEXT AT END MOVE "S" TO FINPC
           END-READ.
           IF FINPC = "N" AND PUNTO-ACTIVO
              MOVE 0 TO ULTLECTURA
              MOVE PC-CODIGO TO LC-PUNTO
              MOVE 0 TO LC-FECHA
              MOVE 0 TO LC-HORA
              MOVE "N" TO FINLC
              START APPCCLEC KEY IS NOT < LC-CLAVE
                 INVALID KEY MOVE "S" TO FINLC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BuscarUltimaLectura UNTIL FINLC = "S"
              IF ULTLECTURA = 0
                 PERFORM AvisarPunto
              ELSE
                 MOVE ULTLECTURA TO FECHACALC
                 COMPUTE DIASULT = FC-ANO * 360 + FC-MES * 30
                    + FC-DIA
                 IF DIASHOY - DIASULT NOT < PC-CADADIAS
                    PERFORM AvisarPunto
                 END-IF
              END-IF
           END-IF.
       BuscarUltimaLectura.
           READ APPCCLEC NEXT AT END MOVE "S" TO FINLC
           END-READ.
           IF FINLC = "N"
              IF LC-PUNTO NOT = PC-CODIGO
                 MOVE "S" TO FINLC
              ELSE
                 MOVE LC-FECHA TO ULTLECTURA
              END-IF
           END-IF.
       AvisarPunto.
           ADD 1 TO PENDIENTES
           IF PENDIENTES = 1
              MOVE 05152166000041 TO VENTANA
              CALL "VENTANA.COB" USING VENTANA
              DISPLAY "CONTROLES APPCC PENDIENTES DE ANOTAR"
                 LINE 6 POSITION 22 REVERSE
           END-IF
           COMPUTE LINPEND = PENDIENTES + 7
           IF PENDIENTES < 12
              DISPLAY PC-CODIGO LINE LINPEND POSITION 20
              DISPLAY PC-NOMBRE LINE LINPEND POSITION 25
           END-IF
           IF PENDIENTES = 12
              DISPLAY "... Y MAS PUNTOS (VER APPCC)" LINE LINPEND
                 POSITION 25
           END-IF.

      ** Mantenimiento preventivo vencido de los equipos en activo  **
      ** (nunca hecho o con tantos dias desde la ultima vez como su **
      ** frecuencia). Sale en ventana al entrar y cada tarea deja   **
      ** una incidencia "MV" la primera vez que se avisa en el dia. **

       ComprobarMantenimiento.
           MOVE 0 TO PENDIENTES
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           OPEN I-O MANTPREV
           IF ERRORMP = "00"
              OPEN INPUT EQUIPOS
              MOVE 0 TO MP-EQUIPO
              MOVE 0 TO MP-TAREA
              MOVE "N" TO FINMP
              START MANTPREV KEY IS NOT < MP-CLAVE
                 INVALID KEY MOVE "S" TO FINMP
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM MirarUnaTarea UNTIL FINMP = "S"
              CLOSE EQUIPOS
              CLOSE MANTPREV
           END-IF
           IF PENDIENTES NOT = 0
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20
                 POSITION 24 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       MirarUnaTarea.
           READ MANTPREV NEXT AT END MOVE "S" TO FINMP
           END-READ.
           IF FINMP = "N"
              MOVE MP-EQUIPO TO EQ-CODIGO
              READ EQUIPOS
                 INVALID KEY MOVE "N" TO EQ-ACTIVO
                 NOT INVALID KEY CONTINUE
              END-READ
              IF EQUIPO-ACTIVO
                 IF MP-ULTIMA = 0
                    PERFORM AvisarTarea
                 ELSE
                    MOVE MP-ULTIMA TO FECHACALC
                    COMPUTE DIASULT = FC-ANO * 360 + FC-MES * 30
                       + FC-DIA
                    IF DIASHOY - DIASULT NOT < MP-CADADIAS
                       PERFORM AvisarTarea
                    END-IF
                 END-IF
              END-IF
           END-IF.
       AvisarTarea.
           ADD 1 TO PENDIENTES
           IF PENDIENTES = 1
              MOVE 05152166000041 TO VENTANA
              CALL "VENTANA.COB" USING VENTANA
              DISPLAY "MANTENIMIENTO DE EQUIPOS VENCIDO"
                 LINE 6 POSITION 24 REVERSE
           END-IF
           COMPUTE LINPEND = PENDIENTES + 7
           IF PENDIENTES < 12
              MOVE EQ-NOMBRE TO LM-EQUIPO
              MOVE MP-DESCRIP TO LM-TAREA
              DISPLAY LINMANT LINE LINPEND POSITION 17
           END-IF
           IF PENDIENTES = 12
              DISPLAY "... Y MAS TAREAS (VER EQUIPOS)" LINE LINPEND
                 POSITION 25
           END-IF
           IF MP-AVISADO NOT = HOYNUM
              MOVE HOYNUM TO INC-FECHA
              ACCEPT INC-HORA FROM TIME
              MOVE "EQUIPOS" TO INC-PROGRAMA
              MOVE MP-EQUIPO TO FQ-EQUIPO
              MOVE MP-TAREA TO FQ-TAREA
              MOVE FICHEQUIPO TO INC-FICHERO
              MOVE "MV" TO INC-STATUS
              OPEN EXTEND INCIDEN
              IF ERRORINC = "00" OR "05"
                 WRITE REG-INC
                 CLOSE INCIDEN
              END-IF
              MOVE HOYNUM TO MP-AVISADO
              REWRITE REG-MP INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

      ** Anotaciones de prioridad alta del libro de relevo que siguen **
      ** abiertas: al encargado que entra se le sacan en una ventana  **
      ** para que sepa lo que le ha dejado dicho el turno anterior.   **

       ComprobarRelevo.
           MOVE 0 TO PENDIENTES
           OPEN INPUT RELEVO
           IF ERRORRV = "00"
              MOVE 0 TO RV-NUM
              MOVE "N" TO FINRV
              START RELEVO KEY IS NOT < RV-NUM
                 INVALID KEY MOVE "S" TO FINRV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM MirarUnRelevo UNTIL FINRV = "S"
              CLOSE RELEVO
           END-IF
           IF PENDIENTES NOT = 0
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20
                 POSITION 24 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       MirarUnRelevo.
           READ RELEVO NEXT AT END MOVE "S" TO FINRV
           END-READ
           IF FINRV = "N" AND RELEVO-ABIERTO AND PRIORIDAD-ALTA
              ADD 1 TO PENDIENTES
              IF PENDIENTES = 1
                 MOVE 05152166000041 TO VENTANA
                 CALL "VENTANA.COB" USING VENTANA
                 DISPLAY "LIBRO DE RELEVO: PRIORIDAD ALTA ABIERTA"
                    LINE 6 POSITION 21 REVERSE
              END-IF
              COMPUTE LINPEND = PENDIENTES + 7
              IF PENDIENTES < 12
                 MOVE RV-FECHA TO FECHACALC
                 MOVE FC-DIA TO LV-DIA
                 MOVE FC-MES TO LV-MES
                 MOVE RV-CATEGORIA TO LV-CATEGORIA
                 MOVE RV-TEXTO1 TO LV-TEXTO
                 DISPLAY LINRELEVO LINE LINPEND POSITION 17
              END-IF
              IF PENDIENTES = 12
                 DISPLAY "... Y MAS ANOTACIONES (VER RELEVO)"
                    LINE LINPEND POSITION 23
              END-IF
           END-IF.

      ** Cursos obligatorios (manipulador, alergenos y PRL) que le   **
      ** faltan al personal en activo, o que tiene caducados o le    **
      ** caducan en DIASAVISO dias: al encargado, en una ventana.    **

       ComprobarFormacion.
           MOVE 0 TO PENDIENTES
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           OPEN INPUT USUARIOS
           IF ERRORUSU = "00"
              OPEN INPUT CERTIF
              MOVE 0 TO UCODIGO
              MOVE "N" TO FINUSU
              START USUARIOS KEY IS > UCODIGO
                 INVALID KEY MOVE "S" TO FINUSU
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM FormacionUnEmpleado UNTIL FINUSU = "S"
              IF ERRORCE = "00"
                 CLOSE CERTIF
              END-IF
              CLOSE USUARIOS
           END-IF
           IF PENDIENTES NOT = 0
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20
                 POSITION 24 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       FormacionUnEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ
           IF FINUSU = "N" AND USUARIO-ACTIVO
              PERFORM FormacionUnCurso VARYING TX FROM 1 BY 1
                 UNTIL TX > 3
           END-IF.
       FormacionUnCurso.
           MOVE "F" TO CERTESTADO
           MOVE 0 TO ULTCADUCA ULTEMISION
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
           END-IF
           IF ULTEMISION NOT = 0
              IF ULTCADUCA = 0
                 MOVE "V" TO CERTESTADO
              ELSE
                 MOVE ULTCADUCA TO FECHACALC
                 COMPUTE DIASCAD = FC-ANO * 360 + FC-MES * 30
                    + FC-DIA
                 IF ULTCADUCA < HOYNUM
                    MOVE "C" TO CERTESTADO
                 ELSE
                    IF DIASCAD - DIASHOY < DIASAVISO
                       MOVE "P" TO CERTESTADO
                    ELSE
                       MOVE "V" TO CERTESTADO
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF NOT CERT-VIGENTE
              PERFORM AvisarCurso
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
              END-IF
           END-IF.
       AvisarCurso.
           ADD 1 TO PENDIENTES
           IF PENDIENTES = 1
              MOVE 05152166000041 TO VENTANA
              CALL "VENTANA.COB" USING VENTANA
              DISPLAY "FORMACION DEL PERSONAL: FALTA O CADUCA"
                 LINE 6 POSITION 21 REVERSE
           END-IF
           COMPUTE LINPEND = PENDIENTES + 7
           IF PENDIENTES < 12
              MOVE UNOMBRE TO LF-NOMBRE
              MOVE OB-NOMBRE(TX) TO LF-CURSO
              IF CERT-FALTA
                 MOVE "FALTA" TO LF-ESTADO
                 DISPLAY LF-NOMBRE LINE LINPEND POSITION 17
                 DISPLAY LF-CURSO LINE LINPEND POSITION 36
                 DISPLAY LF-ESTADO LINE LINPEND POSITION 47
              ELSE
                 IF CERT-CADUCADO
                    MOVE "CADUCADO" TO LF-ESTADO
                 ELSE
                    MOVE "CADUCA" TO LF-ESTADO
                 END-IF
                 MOVE ULTCADUCA TO FECHACALC
                 MOVE FC-DIA TO LF-DIA
                 MOVE FC-MES TO LF-MES
                 MOVE FC-ANO TO LF-ANO
                 DISPLAY LINCERT LINE LINPEND POSITION 17
              END-IF
           END-IF
           IF PENDIENTES = 12
              DISPLAY "... Y MAS CURSOS (VER CERTIF)" LINE LINPEND
                 POSITION 25
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

           STRING RUTADATOS DELIMITED BY " "
                  "CARTAVC.DAT" DELIMITED BY SIZE
                  INTO RF-CARTAVC
           END-STRING
           MOVE SPACES TO RF-PUNTCTRL
           STRING RUTADATOS DELIMITED BY " "
                  "PUNTCTRL.DAT" DELIMITED BY SIZE
                  INTO RF-PUNTCTRL
           END-STRING
           MOVE SPACES TO RF-APPCCLEC
           STRING RUTADATOS DELIMITED BY " "
                  "APPCCLEC.DAT" DELIMITED BY SIZE
                  INTO RF-APPCCLEC
           END-STRING
           MOVE SPACES TO RF-EQUIPOS
           STRING RUTADATOS DELIMITED BY " "
                  "EQUIPOS.DAT" DELIMITED BY SIZE
                  INTO RF-EQUIPOS
           END-STRING
           MOVE SPACES TO RF-MANTPREV
           STRING RUTADATOS DELIMITED BY " "
                  "MANTPREV.DAT" DELIMITED BY SIZE
                  INTO RF-MANTPREV
           END-STRING
           MOVE SPACES TO RF-RELEVO
           STRING RUTADATOS DELIMITED BY " "
                  "RELEVO.DAT" DELIMITED BY SIZE
                  INTO RF-RELEVO
           END-STRING
           MOVE SPACES TO RF-CERTIF
           STRING RUTADATOS DELIMITED BY " "
                  "CERTIF.DAT" DELIMITED BY SIZE
                  INTO RF-CERTIF
           END-STRING.
