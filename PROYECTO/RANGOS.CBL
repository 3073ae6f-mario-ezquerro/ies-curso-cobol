       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGOS.
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
           SELECT OPTIONAL RANGOS ASSIGN TO DISK RF-RANGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-CLAVE
           FILE STATUS IS ERRORRN.
           SELECT OPTIONAL RANGOPAR ASSIGN TO DISK RF-RANGOPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRP.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL MESAMAES ASSIGN TO DISK RF-MESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-NUMERO
           FILE STATUS IS ERRORMM.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORREC.
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
      * Rangos de camarero: que camarero lleva cada mesa en cada
      * servicio (fecha y turno, C comida / N cena); la fecha 0 es el
      * reparto fijo del turno, que vale para los dias sin rango
      * propio. Camarero 0 = mesa sin rango.
       FD RANGOS LABEL RECORD STANDARD.
       01 REG-RN.
           02 RN-CLAVE.
              03 RN-FECHA PIC 9(8).
              03 RN-TURNO PIC X.
              03 RN-MESA PIC 99.
           02 RN-CAMARERO PIC 9(3).
      * Que hace MESA.CBL si un camarero abre una mesa de otro rango:
      * A avisar, C pedir la clave de un encargado, N no controlar.
       FD RANGOPAR LABEL RECORD STANDARD.
       01 REG-RP.
           02 RP-MODO PIC X.
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
       FD MESAMAES LABEL RECORD STANDARD.
       01 REG-MESAMAES.
           02 MM-NUMERO PIC 99.
           02 MM-PLAZAS PIC 99.
           02 MM-ZONA PIC X.
           02 MM-ACTIVA PIC X.
              88 MESA-ACTIVA VALUE "S".
           02 MM-FILA PIC 99.
           02 MM-COL PIC 99.
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 99.
              03 FMES PIC 99.
              03 FANO PIC 9999.
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
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
           02 REC-HORA     PIC 9(6).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-RANGOS PIC X(42).
       77 RF-RANGOPAR PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-MESAMAES PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 ERRORRN PIC XX.
       77 ERRORRP PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORMM PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORREC PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINRN PIC X.
       77 FINREC PIC X.
       77 EXISTE PIC X.
       77 HOYNUM PIC 9(8).
       77 FECHARN PIC 9(8).
       77 TURNORN PIC X.
       77 FECHACARGA PIC 9(8).
       77 FECHACOPIA PIC 9(8).
       77 MESADESDE PIC 99.
       77 MESAHASTA PIC 99.
       77 CAMPEDIDO PIC 9(3).
       77 NOMBREPEDIDO PIC X(20).
       77 COPIADAS PIC 9(3).
       77 I PIC 9(3).
       77 W PIC 9(4).
       77 S PIC 9(4).
       77 FILAGR PIC 99.
       77 COLGR PIC 99.
       77 LINEAGR PIC 99.
       77 POSGR PIC 99.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 FECHAFAC PIC 9(8).
       77 TURNOFAC PIC X.
       77 SERVACT PIC 9(9).
       77 ULTSERVICIO PIC 9(9).
       77 NSERVICIOS PIC 9(4).
       77 SERVVISTO PIC X.
       77 TOTSERVICIOS PIC 9(5).
       77 TOTMESAS PIC 9(6).
       77 TOTPLAZAS PIC 9(7).
       77 TOTFACTURAS PIC 9(6).
       77 TOTCOMENSALES PIC 9(7).
       77 TOTVENTA PIC 9(9)V99.
       01 FECHAFACDES.
           02 FF-ANO PIC 9(4).
           02 FF-MES PIC 99.
           02 FF-DIA PIC 99.
       01 TablaRangos.
           02 RANGO-M PIC 9(3) OCCURS 99.
       01 TablaPlazas.
           02 PLAZAS-M PIC 99 OCCURS 99.
      * Servicios (fecha*10 + 1 comida / 2 cena) cuyo rango ya se ha
      * sumado, para no contar dos veces las mesas de un servicio.
       01 TablaServicios.
           02 SERVICIO-S PIC 9(9) OCCURS 800.
      * Acumulados del informe por camarero (posicion = codigo + 1;
      * la primera es lo facturado en mesas sin rango).
       01 TablaCamareros.
           02 TC-ENT OCCURS 1000.
              03 TC-SERVICIOS PIC 9(5).
              03 TC-MESAS PIC 9(6).
              03 TC-PLAZAS PIC 9(7).
              03 TC-FACTURAS PIC 9(6).
              03 TC-COMENSALES PIC 9(7).
              03 TC-VENTA PIC 9(9)V99.
              03 TC-ULTSERV PIC 9(9).
       01 CELDARN.
           02 CR-MESA PIC 99.
           02 FILLER PIC X VALUE ":".
           02 CR-CAMARERO PIC 9(3).
       01 CELDAVACIA.
           02 CV-MESA PIC 99.
           02 FILLER PIC X(4) VALUE ":---".
       01 CABRG.
           02 FILLER PIC X(31) VALUE "  VENTA POR RANGOS DE CAMARERO".
           02 FILLER PIC X(7) VALUE "DESDE ".
           02 RG-DESDE PIC 9(8).
           02 FILLER PIC X(7) VALUE " HASTA ".
           02 RG-HASTA PIC 9(8).
       01 CABRG2.
           02 FILLER PIC X(40) VALUE
              "  COD NOMBRE          SERV MESAS PLAZAS ".
           02 FILLER PIC X(40) VALUE
              " FACT CUBIER      VENTA MED/CUB MED/FAC".
       01 LINRG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LR-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-NOMBRE PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 LR-SERVICIOS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-MESAS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-PLAZAS PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-FACTURAS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-COMENSALES PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-VENTA PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LR-MEDIACUB PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LR-MEDIAFAC PIC ZZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "RANGOS DE CAMARERO" LINE 2 POSITION 5
           DISPLAY "A=RANGOS DE UN SERVICIO  C=COPIAR EL FIJO"
              LINE 4 POSITION 5
           DISPLAY "P=REPARTO FIJO  M=CONTROL EN MESA  L=INFORME"
              LINE 5 POSITION 5
           DISPLAY "S=SALIR:" LINE 6 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 6 POSITION 14 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "A" OR "a"
              PERFORM RANGOSERVICIO
           END-IF
           IF OPCION = "C" OR "c"
              PERFORM COPIARFIJO
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM REPARTOFIJO
           END-IF
           IF OPCION = "M" OR "m"
              PERFORM MODOCONTROL
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM INFORME
           END-IF
           MOVE 0 TO TECLAF.

      ** Rangos de un servicio concreto (fecha y turno). Lo que no   **
      ** se toque sigue el reparto fijo del turno.                   **

       RANGOSERVICIO.
           DISPLAY " " ERASE
           DISPLAY "RANGOS DE UN SERVICIO" LINE 2 POSITION 5
           PERFORM PedirServicio
           IF TECLAF NOT = 27 AND FECHARN NOT = 0
              PERFORM EditarRangos
           END-IF.

      ** Reparto fijo de cada turno (se graba con fecha 0).          **

       REPARTOFIJO.
           DISPLAY " " ERASE
           DISPLAY "REPARTO FIJO DE MESAS" LINE 2 POSITION 5
           MOVE 0 TO FECHARN
           PERFORM PedirTurno
           IF TECLAF NOT = 27
              PERFORM EditarRangos
           END-IF.
       PedirServicio.
           DISPLAY "FECHA (AAAAMMDD):" LINE 3 POSITION 5
           MOVE HOYNUM TO FECHARN
           ACCEPT FECHARN LINE 3 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM PedirTurno
           END-IF.
       PedirTurno.
           DISPLAY "TURNO (C=COMIDA N=CENA):" LINE 3 POSITION 40
           MOVE "C" TO TURNORN
           PERFORM WITH TEST AFTER UNTIL TURNORN = "C" OR "N"
              OR TECLAF = 27
              ACCEPT TURNORN LINE 3 POSITION 65 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM.

      ** Se pinta el rango de cada mesa y se van pidiendo tramos de  **
      ** mesas (desde-hasta) con su camarero hasta dejar la mesa     **
      ** desde a 0. Camarero 0 = sin rango: en el reparto fijo la    **
      ** mesa se borra y en un servicio se apunta sin camarero.      **

       EditarRangos.
           MOVE 1 TO MESADESDE
           PERFORM EditarUnTramo UNTIL MESADESDE = 0 OR TECLAF = 27.
       EditarUnTramo.
           PERFORM CargarTabla
           PERFORM PintarTabla VARYING I FROM 1 BY 1 UNTIL I > 99
           DISPLAY "MESA DESDE:" LINE 18 POSITION 5
           DISPLAY "HASTA:" LINE 18 POSITION 22
           DISPLAY "CAMARERO:" LINE 18 POSITION 33
           DISPLAY "(MESA 0 = TERMINAR)" LINE 18 POSITION 52
           MOVE 0 TO MESADESDE
           ACCEPT MESADESDE LINE 18 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESADESDE NOT = 0
              MOVE MESADESDE TO MESAHASTA
              ACCEPT MESAHASTA LINE 18 POSITION 29 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              MOVE RANGO-M(MESADESDE) TO CAMPEDIDO
              ACCEPT CAMPEDIDO LINE 18 POSITION 43 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "                                        "
                 LINE 20 POSITION 5
              IF TECLAF NOT = 27
                 PERFORM ComprobarCamarero
                 IF MESAHASTA < MESADESDE
                    DISPLAY "TRAMO DE MESAS AL REVES" LINE 20
                       POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 ELSE
                    IF EXISTE = "N"
                       DISPLAY "CAMARERO NO FICHADO O DE BAJA"
                          LINE 20 POSITION 5 REVERSE
                       ACCEPT TECLA NO BEEP
                       END-ACCEPT
                    ELSE
                       PERFORM GrabarTramo
                    END-IF
                 END-IF
              END-IF
           END-IF.
       ComprobarCamarero.
           MOVE "S" TO EXISTE
           MOVE SPACES TO NOMBREPEDIDO
           IF CAMPEDIDO NOT = 0
              OPEN INPUT USUARIOS
              IF ERRORUSU = "00"
                 MOVE CAMPEDIDO TO UCODIGO
                 READ USUARIOS
                    INVALID KEY MOVE "N" TO EXISTE
                    NOT INVALID KEY
                       IF USUARIO-ACTIVO
                          MOVE UNOMBRE TO NOMBREPEDIDO
                       ELSE
                          MOVE "N" TO EXISTE
                       END-IF
                 END-READ
                 CLOSE USUARIOS
              END-IF
           END-IF.
       GrabarTramo.
           OPEN I-O RANGOS
           IF ERRORRN NOT = "00"
              OPEN OUTPUT RANGOS
              CLOSE RANGOS
              OPEN I-O RANGOS
           END-IF
           PERFORM GrabarMesaTramo VARYING I FROM MESADESDE BY 1
              UNTIL I > MESAHASTA
           CLOSE RANGOS.
       GrabarMesaTramo.
           MOVE FECHARN TO RN-FECHA
           MOVE TURNORN TO RN-TURNO
           MOVE I TO RN-MESA
           IF FECHARN = 0 AND CAMPEDIDO = 0
              DELETE RANGOS RECORD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              MOVE CAMPEDIDO TO RN-CAMARERO
              WRITE REG-RN INVALID KEY
                 REWRITE REG-RN INVALID KEY CONTINUE
                 END-REWRITE
              END-WRITE
           END-IF.

      ** Rejilla de 10 x 10 con "mesa:camarero" ("---" sin rango).   **

       PintarTabla.
           COMPUTE FILAGR = (I - 1) / 10
           COMPUTE COLGR = I - 1 - FILAGR * 10
           COMPUTE LINEAGR = 6 + FILAGR
           COMPUTE POSGR = 5 + COLGR * 7
           IF RANGO-M(I) = 0
              MOVE I TO CV-MESA
              DISPLAY CELDAVACIA LINE LINEAGR POSITION POSGR
           ELSE
              MOVE I TO CR-MESA
              MOVE RANGO-M(I) TO CR-CAMARERO
              DISPLAY CELDARN LINE LINEAGR POSITION POSGR REVERSE
           END-IF.

      ** Rango en vigor de cada mesa para FECHARN/TURNORN: primero  **
      ** el reparto fijo del turno y encima lo apuntado para la     **
      ** fecha.                                                     **

       CargarTabla.
           PERFORM LimpiarRango VARYING I FROM 1 BY 1 UNTIL I > 99
           OPEN INPUT RANGOS
           IF ERRORRN = "00"
              MOVE 0 TO FECHACARGA
              PERFORM CargarRangosFecha
              IF FECHARN NOT = 0
                 MOVE FECHARN TO FECHACARGA
                 PERFORM CargarRangosFecha
              END-IF
              CLOSE RANGOS
           END-IF.
       LimpiarRango.
           MOVE 0 TO RANGO-M(I).
       CargarRangosFecha.
           MOVE FECHACARGA TO RN-FECHA
           MOVE TURNORN TO RN-TURNO
           MOVE 0 TO RN-MESA
           MOVE "N" TO FINRN
           START RANGOS KEY IS NOT < RN-CLAVE
              INVALID KEY MOVE "S" TO FINRN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarUnRango UNTIL FINRN = "S".
       CargarUnRango.
           READ RANGOS NEXT AT END MOVE "S" TO FINRN
           END-READ.
           IF FINRN = "N" AND (RN-FECHA NOT = FECHACARGA
              OR RN-TURNO NOT = TURNORN)
              MOVE "S" TO FINRN
           END-IF.
           IF FINRN = "N" AND RN-MESA > 0
              MOVE RN-CAMARERO TO RANGO-M(RN-MESA)
           END-IF.

      ** Copia el reparto fijo del turno en un servicio, para luego  **
      ** retocar solo lo que cambie ese dia.                          **

       COPIARFIJO.
           DISPLAY " " ERASE
           DISPLAY "COPIAR EL REPARTO FIJO EN UN SERVICIO" LINE 2
              POSITION 5
           PERFORM PedirServicio
           IF TECLAF NOT = 27 AND FECHARN NOT = 0
              MOVE FECHARN TO FECHACOPIA
              MOVE 0 TO FECHARN
              PERFORM CargarTabla
              MOVE FECHACOPIA TO FECHARN
              MOVE 0 TO COPIADAS
              OPEN I-O RANGOS
              IF ERRORRN NOT = "00"
                 OPEN OUTPUT RANGOS
                 CLOSE RANGOS
                 OPEN I-O RANGOS
              END-IF
              PERFORM CopiarMesaFija VARYING I FROM 1 BY 1
                 UNTIL I > 99
              CLOSE RANGOS
              DISPLAY "MESAS COPIADAS:" LINE 5 POSITION 5
              DISPLAY COPIADAS LINE 5 POSITION 21
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       CopiarMesaFija.
           IF RANGO-M(I) NOT = 0
              MOVE FECHARN TO RN-FECHA
              MOVE TURNORN TO RN-TURNO
              MOVE I TO RN-MESA
              MOVE RANGO-M(I) TO RN-CAMARERO
              WRITE REG-RN INVALID KEY
                 REWRITE REG-RN INVALID KEY CONTINUE
                 END-REWRITE
              END-WRITE
              ADD 1 TO COPIADAS
           END-IF.

      ** Control al abrir en MESA una mesa de otro rango.            **

       MODOCONTROL.
           DISPLAY " " ERASE
           DISPLAY "CONTROL DE RANGOS EN LAS MESAS" LINE 2 POSITION 5
           DISPLAY "A=SOLO AVISAR  C=CLAVE DE ENCARGADO  N=NO CONTROLAR"
              LINE 4 POSITION 5
           DISPLAY "MODO:" LINE 6 POSITION 5
           MOVE "A" TO RP-MODO
           OPEN INPUT RANGOPAR
           IF ERRORRP = "00"
              READ RANGOPAR AT END MOVE "A" TO RP-MODO
              END-READ
              CLOSE RANGOPAR
           END-IF
           PERFORM WITH TEST AFTER UNTIL RP-MODO = "A" OR "C" OR "N"
              OR TECLAF = 27
              ACCEPT RP-MODO LINE 6 POSITION 11 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF NOT = 27
              OPEN OUTPUT RANGOPAR
              WRITE REG-RP
              END-WRITE
              CLOSE RANGOPAR
              DISPLAY "GRABADO" LINE 20 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Informe por rango: las facturas de mesa del periodo se     **
      ** reparten por el camarero del rango de su mesa en su        **
      ** servicio (el turno sale de la hora del primer cobro; sin   **
      ** cobro cuenta como comida). De cada camarero salen los      **
      ** servicios con rango, las mesas y plazas que llevo, y lo    **
      ** facturado en ellas con la media por cubierto y por mesa.   **

       INFORME.
           DISPLAY " " ERASE
           DISPLAY "VENTA POR RANGOS DE CAMARERO" LINE 2 POSITION 5
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
           MOVE HOYNUM TO HASTA
           ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND DESDE NOT = 0 AND DESDE NOT > HASTA
              PERFORM LimpiarCamarero VARYING W FROM 1 BY 1
                 UNTIL W > 1000
              PERFORM CargarPlazas
              MOVE 0 TO NSERVICIOS ULTSERVICIO
              PERFORM AcumularFacturas
              PERFORM ImprimirInforme
              DISPLAY "INFORME IMPRESO" LINE 7 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       LimpiarCamarero.
           MOVE 0 TO TC-SERVICIOS(W) TC-MESAS(W) TC-PLAZAS(W)
           MOVE 0 TO TC-FACTURAS(W) TC-COMENSALES(W) TC-VENTA(W)
           MOVE 0 TO TC-ULTSERV(W).
       CargarPlazas.
           PERFORM LimpiarPlazas VARYING I FROM 1 BY 1 UNTIL I > 99
           OPEN INPUT MESAMAES
           IF ERRORMM = "00"
              MOVE 0 TO MM-NUMERO
              MOVE "N" TO FIN
              START MESAMAES KEY IS NOT < MM-NUMERO
                 INVALID KEY MOVE "S" TO FIN
              END-START
              PERFORM CargarUnaPlaza UNTIL FIN = "S"
              CLOSE MESAMAES
           END-IF.
       LimpiarPlazas.
           MOVE 0 TO PLAZAS-M(I).
       CargarUnaPlaza.
           READ MESAMAES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MM-NUMERO > 0
              MOVE MM-PLAZAS TO PLAZAS-M(MM-NUMERO)
           END-IF.
       AcumularFacturas.
           OPEN INPUT FACTURA
           IF ERRORFAC = "00"
              OPEN INPUT RECIBOS
              MOVE "N" TO FIN
              PERFORM LeerFactura UNTIL FIN = "S"
              IF ERRORREC = "00"
                 CLOSE RECIBOS
              END-IF
              CLOSE FACTURA
           END-IF.
       LeerFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE FANO TO FF-ANO
              MOVE FMES TO FF-MES
              MOVE FDIA TO FF-DIA
              MOVE FECHAFACDES TO FECHAFAC
              IF FECHAFAC NOT < DESDE AND FECHAFAC NOT > HASTA
                 AND FMESA NOT = 0 AND NOT FCLASE-ABONO
                 AND FABONODE = 0
                 PERFORM ApuntarFactura
              END-IF
           END-IF.
       ApuntarFactura.
           PERFORM BuscarTurnoFactura
           IF TURNOFAC = "C"
              COMPUTE SERVACT = FECHAFAC * 10 + 1
           ELSE
              COMPUTE SERVACT = FECHAFAC * 10 + 2
           END-IF
           IF SERVACT NOT = ULTSERVICIO
              PERFORM CambiarServicio
           END-IF
           COMPUTE W = RANGO-M(FMESA) + 1
           ADD 1 TO TC-FACTURAS(W)
           ADD FCOMENSALES TO TC-COMENSALES(W)
           ADD FPASTA TO TC-VENTA(W).
       BuscarTurnoFactura.
           MOVE "C" TO TURNOFAC
           IF ERRORREC = "00"
              MOVE NFAC TO REC-NFAC
              MOVE "N" TO FINREC
              START RECIBOS KEY IS = REC-NFAC
                 INVALID KEY MOVE "S" TO FINREC
              END-START
              IF FINREC = "N"
                 READ RECIBOS NEXT AT END MOVE "S" TO FINREC
                 END-READ
              END-IF
              IF FINREC = "N" AND REC-NFAC = NFAC
                 AND REC-HORA NOT < 170000
                 MOVE "N" TO TURNOFAC
              END-IF
           END-IF.

      ** Al pasar a otro servicio se carga su rango; la primera vez  **
      ** que sale se suman a cada camarero el servicio, sus mesas y  **
      ** sus plazas.                                                  **

       CambiarServicio.
           MOVE SERVACT TO ULTSERVICIO
           MOVE FECHAFAC TO FECHARN
           MOVE TURNOFAC TO TURNORN
           PERFORM CargarTabla
           MOVE "N" TO SERVVISTO
           PERFORM MirarServicio VARYING S FROM 1 BY 1
              UNTIL S > NSERVICIOS OR SERVVISTO = "S"
           IF SERVVISTO = "N" AND NSERVICIOS < 800
              ADD 1 TO NSERVICIOS
              MOVE SERVACT TO SERVICIO-S(NSERVICIOS)
              PERFORM ContarMesaRango VARYING I FROM 1 BY 1
                 UNTIL I > 99
           END-IF.
       MirarServicio.
           IF SERVICIO-S(S) = SERVACT
              MOVE "S" TO SERVVISTO
           END-IF.
       ContarMesaRango.
           IF RANGO-M(I) NOT = 0
              COMPUTE W = RANGO-M(I) + 1
              IF TC-ULTSERV(W) NOT = SERVACT
                 ADD 1 TO TC-SERVICIOS(W)
                 MOVE SERVACT TO TC-ULTSERV(W)
              END-IF
              ADD 1 TO TC-MESAS(W)
              ADD PLAZAS-M(I) TO TC-PLAZAS(W)
           END-IF.
       ImprimirInforme.
           MOVE 0 TO TOTSERVICIOS TOTMESAS TOTPLAZAS
           MOVE 0 TO TOTFACTURAS TOTCOMENSALES TOTVENTA
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE DESDE TO RG-DESDE
           MOVE HASTA TO RG-HASTA
           WRITE LINEAIMP FROM CABRG BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABRG2 BEFORE ADVANCING 1 LINE
           OPEN INPUT USUARIOS
           PERFORM ImprimirCamarero VARYING W FROM 2 BY 1
              UNTIL W > 1000
           IF ERRORUSU = "00"
              CLOSE USUARIOS
           END-IF
           MOVE 1 TO W
           IF TC-FACTURAS(1) NOT = 0
              PERFORM MoverLineaCamarero
              MOVE 0 TO LR-CODIGO
              MOVE "SIN RANGO" TO LR-NOMBRE
              WRITE LINEAIMP FROM LINRG BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE 0 TO LR-CODIGO
           MOVE "TOTAL" TO LR-NOMBRE
           MOVE TOTSERVICIOS TO LR-SERVICIOS
           MOVE TOTMESAS TO LR-MESAS
           MOVE TOTPLAZAS TO LR-PLAZAS
           MOVE TOTFACTURAS TO LR-FACTURAS
           MOVE TOTCOMENSALES TO LR-COMENSALES
           MOVE TOTVENTA TO LR-VENTA
           MOVE 0 TO LR-MEDIACUB LR-MEDIAFAC
           IF TOTCOMENSALES > 0
              COMPUTE LR-MEDIACUB ROUNDED = TOTVENTA / TOTCOMENSALES
           END-IF
           IF TOTFACTURAS > 0
              COMPUTE LR-MEDIAFAC ROUNDED = TOTVENTA / TOTFACTURAS
           END-IF
           WRITE LINEAIMP FROM LINRG BEFORE ADVANCING 1 LINE
           CLOSE LISTADO.
       ImprimirCamarero.
           IF TC-SERVICIOS(W) NOT = 0 OR TC-FACTURAS(W) NOT = 0
              PERFORM MoverLineaCamarero
              COMPUTE UCODIGO = W - 1
              MOVE UCODIGO TO LR-CODIGO
              MOVE "(SIN FICHA)" TO LR-NOMBRE
              IF ERRORUSU = "00"
                 READ USUARIOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE UNOMBRE TO LR-NOMBRE
                 END-READ
              END-IF
              WRITE LINEAIMP FROM LINRG BEFORE ADVANCING 1 LINE
           END-IF.
       MoverLineaCamarero.
           MOVE TC-SERVICIOS(W) TO LR-SERVICIOS
           MOVE TC-MESAS(W) TO LR-MESAS
           MOVE TC-PLAZAS(W) TO LR-PLAZAS
           MOVE TC-FACTURAS(W) TO LR-FACTURAS
           MOVE TC-COMENSALES(W) TO LR-COMENSALES
           MOVE TC-VENTA(W) TO LR-VENTA
           MOVE 0 TO LR-MEDIACUB LR-MEDIAFAC
           IF TC-COMENSALES(W) > 0
              COMPUTE LR-MEDIACUB ROUNDED =
                 TC-VENTA(W) / TC-COMENSALES(W)
           END-IF
           IF TC-FACTURAS(W) > 0
              COMPUTE LR-MEDIAFAC ROUNDED =
                 TC-VENTA(W) / TC-FACTURAS(W)
           END-IF
           ADD TC-SERVICIOS(W) TO TOTSERVICIOS
           ADD TC-MESAS(W) TO TOTMESAS
           ADD TC-PLAZAS(W) TO TOTPLAZAS
           ADD TC-FACTURAS(W) TO TOTFACTURAS
           ADD TC-COMENSALES(W) TO TOTCOMENSALES
           ADD TC-VENTA(W) TO TOTVENTA.
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
           MOVE SPACES TO RF-RANGOS
           STRING RUTADATOS DELIMITED BY " "
                  "RANGOS.DAT" DELIMITED BY SIZE
                  INTO RF-RANGOS
           END-STRING
           MOVE SPACES TO RF-RANGOPAR
           STRING RUTADATOS DELIMITED BY " "
                  "RANGOPAR.DAT" DELIMITED BY SIZE
                  INTO RF-RANGOPAR
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
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING.
