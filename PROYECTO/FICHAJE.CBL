           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL CUADRO ASSIGN TO DISK RF-CUADRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLAVE
           FILE STATUS IS ERRORCU.
           SELECT OPTIONAL NOMENV ASSIGN TO DISK RF-NOMENV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NE-ANOMES
           FILE STATUS IS ERRORNE.
           SELECT OPTIONAL NOMCAMB ASSIGN TO DISK RF-NOMCAMB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORNX.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
      * Cuadrante del personal: lo previsto para cada empleado y
      * dia. Turno (T) con su entrada y salida, y una segunda
      * entrada y salida si es partido (0 = turno seguido); libre
      * (L), vacaciones (V) o baja (B). Sin registro = sin cuadrar.
       FD CUADRO LABEL RECORD STANDARD.
       01 REG-CU.
           02 CU-CLAVE.
              03 CU-CODIGO PIC 9(3).
              03 CU-FECHA PIC 9(8).
           02 CU-TIPO PIC X.
              88 CUADRO-TURNO VALUE "T".
              88 CUADRO-LIBRE VALUE "L".
              88 CUADRO-VACACIONES VALUE "V".
              88 CUADRO-BAJA VALUE "B".
           02 CU-ENTRADA PIC 9(4).
           02 CU-SALIDA PIC 9(4).
           02 CU-ENTRADA2 PIC 9(4).
           02 CU-SALIDA2 PIC 9(4).
      * Meses ya enviados a la gestoria por NOMINA.CBL; corregir un
      * fichaje de un mes enviado deja el cambio en NOMCAMB.DAT.
       FD NOMENV LABEL RECORD STANDARD.
       01 REG-NE.
           02 NE-ANOMES PIC 9(6).
           02 NE-FECHA PIC 9(8).
           02 NE-USUARIO PIC 9(3).
           02 NE-EMPLEADOS PIC 9(3).
       FD NOMCAMB LABEL RECORD STANDARD.
       01 REG-NX.
           02 NX-ANOMES PIC 9(6).
           02 NX-EMPLEADO PIC 9(3).
           02 NX-FECHA PIC 9(8).
           02 NX-HORA PIC 9(6).
           02 NX-TIPO PIC X.
           02 NX-ACCION PIC X.
           02 NX-USUARIO PIC 9(3).
           02 NX-FECHACAMBIO PIC 9(8).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
       77 RUTADATOS PIC X(30).
       77 RF-FICHAJES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-CUADRO PIC X(42).
       77 ERRORFJ PIC XX.
       77 ERRORCU PIC XX.
       77 RF-NOMENV PIC X(42).
       77 RF-NOMCAMB PIC X(42).
       77 ERRORNE PIC XX.
       77 ERRORNX PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 SESNIVEL PIC 9.
       77 SESCODIGO PIC 9(3).
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
              DISPLAY "SALIDA APUNTADA, HASTA MANANA  " LINE 9
                 POSITION 5
           END-IF
           DISPLAY UNOMBRE LINE 9 POSITION 40
           IF TIPONUEVO = "E"
              PERFORM AvisarDiaLibre
           END-IF.

      ** Aviso si entra un dia que el cuadrante (CUADRANT.CBL) le    **
      ** da libre, de vacaciones o de baja; el fichaje vale igual.   **

       AvisarDiaLibre.
           OPEN INPUT CUADRO
           IF ERRORCU = "00"
              MOVE CODPEDIDO TO CU-CODIGO
              MOVE HOY TO CU-FECHA
              READ CUADRO
                 INVALID KEY MOVE "T" TO CU-TIPO
              END-READ
              IF CUADRO-LIBRE
                 DISPLAY "OJO: HOY LO TIENES DE LIBRE EN EL CUADRANTE"
                    LINE 11 POSITION 5 REVERSE
              END-IF
              IF CUADRO-VACACIONES
                 DISPLAY "OJO: HOY ESTAS DE VACACIONES EN EL CUADRANTE"
                    LINE 11 POSITION 5 REVERSE
              END-IF
              IF CUADRO-BAJA
                 DISPLAY "OJO: HOY ESTAS DE BAJA EN EL CUADRANTE"
                    LINE 11 POSITION 5 REVERSE
              END-IF
              CLOSE CUADRO
           END-IF.
       BuscarUltimoFichaje.
           MOVE " " TO ULTTIPO
           MOVE "N" TO FIN
                 DISPLAY "FICHAJE GRABADO" LINE 12 POSITION 5
              END-IF
              CLOSE FICHAJES
              IF ACCIONEDIT = "A" OR EXISTE = "S"
                 PERFORM AnotarCambioEnviado
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Si el mes del fichaje corregido ya se mando a la gestoria, **
      ** se avisa y el cambio queda anotado para comunicarselo.     **

       AnotarCambioEnviado.
           OPEN INPUT NOMENV
           IF ERRORNE = "00"
              COMPUTE NE-ANOMES = FECHAEDIT / 100
              READ NOMENV
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM GrabarCambio
              END-READ
              CLOSE NOMENV
           END-IF.
       GrabarCambio.
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE NE-ANOMES TO NX-ANOMES
           MOVE CODPEDIDO TO NX-EMPLEADO
           MOVE FECHAEDIT TO NX-FECHA
           MOVE HORAEDIT TO NX-HORA
           MOVE TIPONUEVO TO NX-TIPO
           MOVE ACCIONEDIT TO NX-ACCION
           MOVE SESCODIGO TO NX-USUARIO
           MOVE HOY TO NX-FECHACAMBIO
           OPEN EXTEND NOMCAMB
           IF ERRORNX = "00" OR "05"
              WRITE REG-NX
              CLOSE NOMCAMB
           END-IF
           DISPLAY "OJO: MES YA ENVIADO A LA GESTORIA, CAMBIO ANOTADO"
              LINE 13 POSITION 5 REVERSE.

      ** Informe mensual: para cada empleado de la plantilla se      **
      ** emparejan sus entradas y salidas del mes y se suman los     **
      ** minutos; los fichajes sin pareja se avisan en la linea.     **

       LeerSesion.
           MOVE 2 TO SESNIVEL
           MOVE 0 TO SESCODIGO
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-NIVEL TO SESNIVEL
                 MOVE SE-CODIGO TO SESCODIGO
              END-IF
              CLOSE SESION
           END-IF.
                  "FICHAJES.DAT" DELIMITED BY SIZE
                  INTO RF-FICHAJES
           END-STRING
           MOVE SPACES TO RF-CUADRO
           STRING RUTADATOS DELIMITED BY " "
                  "CUADRO.DAT" DELIMITED BY SIZE
                  INTO RF-CUADRO
           END-STRING
           MOVE SPACES TO RF-NOMENV
           STRING RUTADATOS DELIMITED BY " "
                  "NOMENV.DAT" DELIMITED BY SIZE
                  INTO RF-NOMENV
           END-STRING
           MOVE SPACES TO RF-NOMCAMB
           STRING RUTADATOS DELIMITED BY " "
                  "NOMCAMB.DAT" DELIMITED BY SIZE
                  INTO RF-NOMCAMB
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
