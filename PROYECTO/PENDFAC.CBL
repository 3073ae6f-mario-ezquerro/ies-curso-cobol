       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDFAC.
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
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE
           FILE STATUS IS ERRORFL.
           SELECT OPTIONAL DETPESO ASSIGN TO DISK RF-DETPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-CLAVE
           FILE STATUS IS ERRORDP.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORREC.
           SELECT OPTIONAL CONTFAC ASSIGN TO DISK RF-CONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCF.
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL CHEQCOM ASSIGN TO DISK RF-CHEQCOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-RECIBO
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
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
      * Diario de facturas en curso: MESA.CBL, TELPED.CBL y FACT.CBL
      * (abonos) apuntan aqui cada factura antes de grabarla, con
      * los pasos que le faltan, los van marcando y la quitan al
      * terminar. Pasos: 1 cabecera en FACTURAS, 2 lineas en FACTLIN
      * y DETPESO, 3 totales de VENTDIA, 4 recibos del cobro, 5
      * apunte en REGISFAC; "P" pendiente, "H" hecho, espacio = la
      * factura no lleva ese paso. Las partes del cobro se guardan
      * para poder rehacer los recibos.
      * Fichero local de cada puesto (como ENUSO.DAT): un terminal
      * solo recupera lo que dejo a medias el mismo.
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
       FD DETPESO LABEL RECORD STANDARD.
       01 REG-DP.
           02 DP-CLAVE.
              03 DP-NFAC PIC 9(8).
              03 DP-LINEA PIC 99.
           02 DP-NUMPLATO PIC 9(3).
           02 DP-PESO PIC 9(3)V999.
           02 DP-PVPKG PIC 9(4)V99.
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
           02 REC-HORA     PIC 9(6).
       FD CONTFAC LABEL RECORD STANDARD.
       01 REG-CONTFAC.
           02 CF-NFACSIG  PIC 9(8).
           02 CF-ANO      PIC 9(4).
           02 CF-SERIESIG PIC 9(6).
           02 CF-RECSIG   PIC 9(8).
      * Registro encadenado de facturacion (ver MESA.CBL y REGVERI).
       FD REGISFAC LABEL RECORD STANDARD.
       01 REG-RG.
           02 RG-ORDEN PIC 9(8).
           02 RG-FECHA PIC 9(8).
           02 RG-HORA  PIC 9(8).
           02 RG-SERIE PIC 9(4).
           02 RG-NUMSERIE PIC 9(6).
           02 RG-NFAC PIC 9(8).
           02 RG-IMPORTE PIC 9(6)V99.
           02 RG-ENCADANT PIC 9(9).
           02 RG-ENCADEN PIC 9(9).
      * Cheques de comida cobrados, uno por recibo (CHEQCOM.CBL).
       FD CHEQCOM LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-RECIBO PIC 9(8).
           02 CH-FECHA PIC 9(8).
           02 CH-NFAC PIC 9(8).
           02 CH-EMISOR PIC 99.
           02 CH-CANTIDAD PIC 9(3).
           02 CH-NOMINAL PIC 9(3)V99.
           02 CH-IMPORTE PIC 9(6)V99.
           02 CH-REMESA PIC 9(6).
      * Parte de incidencias comun: cada factura recuperada queda
      * apuntada, "PC" completada o "PA" anulada.
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
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-DETPESO PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 RF-CONTFAC PIC X(42).
       77 RF-REGISFAC PIC X(42).
       77 RF-INCIDEN PIC X(42).
       77 RF-CHEQCOM PIC X(42).
       77 ERRORTJ PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORFL PIC XX.
       77 ERRORDP PIC XX.
       77 ERRORREC PIC XX.
       77 ERRORCF PIC XX.
       77 ERRORRG PIC XX.
       77 ERRORINC PIC XX.
       77 ERRORCH PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 FIN PIC X.
       77 FINB PIC X.
       77 FINRG PIC X.
       77 CABOK PIC X.
       77 CONTOK PIC X.
       77 RECLIBRE PIC X.
       77 REC-PRUEBA PIC 9(8).
       77 TJ-I PIC 9.
       77 COMPLETADAS PIC 9(4).
       77 ANULADAS PIC 9(4).
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 RG-YAESTA PIC X.
       77 ENCTRABAJO PIC 9(18).
       77 ENCCOC PIC 9(18).
       77 ENCRESTO PIC 9(9).
      * Lo que se pasa a VENTDIA.COB con cada factura: hora de la
      * emision, signo y origen de las lineas.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       01 FICHPEND.
           02 FILLER PIC X(4) VALUE "FAC ".
           02 FP-NFAC PIC 9(8).
       01 CABPEND.
           02 FILLER PIC X(40) VALUE
              "  FACTURAS A MEDIO GRABAR TRAS UN CORTE ".
       01 CABPEND2.
           02 FILLER PIC X(40) VALUE
              "  FACTURA PROGRAMA MESA    IMPORTE  RESU".
           02 FILLER PIC X(40) VALUE
              "LTADO                 VENT. REC. REG.   ".
       01 LINPEND.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-NFAC PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LP-PROGRAMA PIC X(8).
           02 FILLER PIC X VALUE SPACES.
           02 LP-MESA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LP-IMPORTE PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-RESULTADO PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LP-VENTAS PIC X(5).
           02 LP-RECIBOS PIC X(5).
           02 LP-REGISTRO PIC X(5).
       01 LINAVISO.
           02 FILLER PIC X(12) VALUE SPACES.
           02 LA-TEXTO PIC X(60).
       01 LINTOTPEND.
           02 FILLER PIC X(15) VALUE "  COMPLETADAS: ".
           02 LT-COMPLETADAS PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "   ANULADAS: ".
           02 LT-ANULADAS PIC ZZZ9.
       PROCEDURE DIVISION.

      ** Al arrancar (lo llama LOGIN.CBL tras el chequeo de indices) **
      ** repasa las facturas que este terminal dejo a medio grabar:  **
      ** si la cabecera y las lineas llegaron al disco se completan  **
      ** los pasos que falten; si no, se deshace lo grabado y se     **
      ** devuelve el numero, para volver a emitirla desde la mesa o  **
      ** el pedido. Todo queda en el listado y en el parte.          **

       MAIN.
           PERFORM FijarRutaDatos
           MOVE 0 TO COMPLETADAS ANULADAS
           MOVE "N" TO FIN
           OPEN I-O PENDFAC
           IF ERRORTJ NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE 0 TO TJ-NFAC
              START PENDFAC KEY IS NOT < TJ-NFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           IF FIN = "N"
              DISPLAY " " ERASE
              DISPLAY "HAY FACTURAS A MEDIO GRABAR DEL ULTIMO CORTE"
                 LINE 10 POSITION 15 REVERSE
              DISPLAY "SE COMPLETAN O SE ANULAN, ESPERE..."
                 LINE 12 POSITION 15 REVERSE
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              WRITE LINEAIMP FROM CABPEND BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABPEND2 BEFORE ADVANCING 2 LINE
              OPEN I-O FACTURA
              PERFORM TratarPendiente UNTIL FIN = "S"
              CLOSE FACTURA
              MOVE COMPLETADAS TO LT-COMPLETADAS
              MOVE ANULADAS TO LT-ANULADAS
              WRITE LINEAIMP FROM LINTOTPEND BEFORE ADVANCING 2 LINE
              CLOSE LISTADO
              DISPLAY LINTOTPEND LINE 14 POSITION 15
              DISPLAY "VEA EL LISTADO; PULSE UNA TECLA" LINE 16
                 POSITION 15
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              DISPLAY " " ERASE
           END-IF
           IF ERRORTJ = "00" OR "05"
              CLOSE PENDFAC
           END-IF
           EXIT PROGRAM.
       TratarPendiente.
           READ PENDFAC NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              PERFORM LeerCabecera
              MOVE TJ-NFAC TO LP-NFAC
              MOVE TJ-PROGRAMA TO LP-PROGRAMA
              MOVE TJ-MESA TO LP-MESA
              MOVE 0 TO LP-IMPORTE
              MOVE SPACES TO LP-VENTAS LP-RECIBOS LP-REGISTRO
              IF CABOK = "S"
                 MOVE FPASTA TO LP-IMPORTE
              END-IF
              IF CABOK = "S" AND (TJ-PASO(5) = "H"
                 OR (TJ-PASO(1) = "H" AND TJ-PASO(2) NOT = "P"))
                 PERFORM CompletarFactura
              ELSE
                 PERFORM AnularFactura
              END-IF
              PERFORM ApuntarIncidencia
              DELETE PENDFAC RECORD INVALID KEY CONTINUE
              END-DELETE
           END-IF.

      ** CABOK: "S" la cabecera esta y es la de este apunte (misma   **
      ** serie y numero), "N" no llego a grabarse, "O" el numero lo  **
      ** tiene otra factura y no se toca.                            **

       LeerCabecera.
           MOVE "N" TO CABOK
           MOVE TJ-NFAC TO NFAC
           READ FACTURA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF FSERIE = TJ-SERIE AND FNUMSERIE = TJ-NUMSERIE
                    MOVE "S" TO CABOK
                 ELSE
                    MOVE "O" TO CABOK
                 END-IF
           END-READ.

      ** La factura esta emitida: se rehacen los pasos pendientes y  **
      ** se dejan los contadores por delante de su numero.           **

       CompletarFactura.
           MOVE "COMPLETADA" TO LP-RESULTADO
           IF TJ-PASO(3) = "P"
              MOVE TJ-HORA TO PV-HORA
              MOVE "+" TO PV-SIGNO
              MOVE "V" TO PV-ORIGEN
              CALL "VENTDIA.COB" USING REG-FAC PETVENTA
              MOVE "SI" TO LP-VENTAS
           END-IF
           IF TJ-PASO(4) = "P"
              PERFORM RehacerRecibos
              MOVE "SI" TO LP-RECIBOS
           END-IF
           IF TJ-PASO(5) = "P"
              PERFORM RehacerRegistro
              IF RG-YAESTA = "N"
                 MOVE "SI" TO LP-REGISTRO
              END-IF
           END-IF
           PERFORM AjustarContadores
           WRITE LINEAIMP FROM LINPEND BEFORE ADVANCING 1 LINE
           ADD 1 TO COMPLETADAS.

      ** La factura no llego entera: se restan sus totales si ya se  **
      ** habian sumado, se borran sus lineas, pesos, recibos y su    **
      ** cabecera, y se devuelve el numero si sigue siendo el ultimo.**

       AnularFactura.
           MOVE "ANULADA, VOLVER A EMITIR" TO LP-RESULTADO
           IF CABOK NOT = "O"
              IF CABOK = "S" AND TJ-PASO(3) = "H"
                 MOVE TJ-HORA TO PV-HORA
                 MOVE "-" TO PV-SIGNO
                 MOVE "V" TO PV-ORIGEN
                 CALL "VENTDIA.COB" USING REG-FAC PETVENTA
                 MOVE "QUITA" TO LP-VENTAS
              END-IF
              PERFORM BorrarLineas
              PERFORM BorrarPesos
              OPEN I-O RECIBOS
              IF ERRORREC = "00"
                 PERFORM BorrarRecibos
                 CLOSE RECIBOS
              END-IF
              IF CABOK = "S"
                 DELETE FACTURA RECORD INVALID KEY CONTINUE
                 END-DELETE
              END-IF
              PERFORM DevolverContadores
           END-IF
           WRITE LINEAIMP FROM LINPEND BEFORE ADVANCING 1 LINE
           IF TJ-MESA NOT = 0
              MOVE "LA MESA SIGUE CON SUS PEDIDOS: COBRARLA DE NUEVO"
                 TO LA-TEXTO
              WRITE LINEAIMP FROM LINAVISO BEFORE ADVANCING 1 LINE
           END-IF
           PERFORM MirarParteVale VARYING TJ-I FROM 1 BY 1
              UNTIL TJ-I > TJ-NPARTES
           ADD 1 TO ANULADAS.
       MirarParteVale.
           IF TJ-METODO(TJ-I) = "V"
              MOVE "SE PAGO CON VALE REGALO: REPONER EL SALDO GASTADO"
                 TO LA-TEXTO
              WRITE LINEAIMP FROM LINAVISO BEFORE ADVANCING 1 LINE
           END-IF.
       BorrarLineas.
           OPEN I-O DETFAC
           IF ERRORFL = "00"
              MOVE TJ-NFAC TO FL-NFAC
              MOVE 0 TO FL-LINEA
              MOVE "N" TO FINB
              START DETFAC KEY IS NOT < FL-CLAVE
                 INVALID KEY MOVE "S" TO FINB
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BorrarUnaLinea UNTIL FINB = "S"
              CLOSE DETFAC
           END-IF.
       BorrarUnaLinea.
           READ DETFAC NEXT AT END MOVE "S" TO FINB
           END-READ.
           IF FINB = "N" AND FL-NFAC NOT = TJ-NFAC
              MOVE "S" TO FINB
           END-IF.
           IF FINB = "N"
              DELETE DETFAC RECORD INVALID KEY CONTINUE
              END-DELETE
           END-IF.
       BorrarPesos.
           OPEN I-O DETPESO
           IF ERRORDP = "00"
              MOVE TJ-NFAC TO DP-NFAC
              MOVE 0 TO DP-LINEA
              MOVE "N" TO FINB
              START DETPESO KEY IS NOT < DP-CLAVE
                 INVALID KEY MOVE "S" TO FINB
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BorrarUnPeso UNTIL FINB = "S"
              CLOSE DETPESO
           END-IF.
       BorrarUnPeso.
           READ DETPESO NEXT AT END MOVE "S" TO FINB
           END-READ.
           IF FINB = "N" AND DP-NFAC NOT = TJ-NFAC
              MOVE "S" TO FINB
           END-IF.
           IF FINB = "N"
              DELETE DETPESO RECORD INVALID KEY CONTINUE
              END-DELETE
           END-IF.

      ** Con RECIBOS ya abierto, borra los recibos de la factura y   **
      ** los cheques de comida apuntados con ellos en CHEQCOM.DAT.   **

       BorrarRecibos.
           MOVE TJ-NFAC TO REC-NFAC
           MOVE "N" TO FINB
           START RECIBOS KEY IS = REC-NFAC
              INVALID KEY MOVE "S" TO FINB
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM BorrarUnRecibo UNTIL FINB = "S".
       BorrarUnRecibo.
           READ RECIBOS NEXT AT END MOVE "S" TO FINB
           END-READ.
           IF FINB = "N" AND REC-NFAC NOT = TJ-NFAC
              MOVE "S" TO FINB
           END-IF.
           IF FINB = "N"
              IF REC-METODO = "C"
                 PERFORM BorrarChequesRecibo
              END-IF
              DELETE RECIBOS RECORD INVALID KEY CONTINUE
              END-DELETE
           END-IF.
       BorrarChequesRecibo.
           OPEN I-O CHEQCOM
           IF ERRORCH = "00"
              MOVE REC-NUM TO CH-RECIBO
              DELETE CHEQCOM RECORD INVALID KEY CONTINUE
              END-DELETE
           END-IF
           IF ERRORCH = "00" OR ERRORCH = "05"
              CLOSE CHEQCOM
           END-IF.

      ** Los recibos se rehacen enteros desde las partes del cobro   **
      ** guardadas en el diario, quitando antes los que llegaran a   **
      ** grabarse, para no duplicar ninguno.                         **

       RehacerRecibos.
           OPEN I-O RECIBOS
           IF ERRORREC = "00" OR "05"
              PERFORM BorrarRecibos
              PERFORM LeerContadores
              PERFORM GrabarReciboParte VARYING TJ-I FROM 1 BY 1
                 UNTIL TJ-I > TJ-NPARTES
              CLOSE RECIBOS
              PERFORM GrabarContadores
           END-IF.
       GrabarReciboParte.
           MOVE "N" TO RECLIBRE
           PERFORM BuscarLibreRecibo VARYING REC-PRUEBA FROM
              CF-RECSIG BY 1
              UNTIL RECLIBRE = "B" OR REC-PRUEBA > 99999999
           MOVE TJ-NFAC TO REC-NFAC
           MOVE TJ-FECHA TO REC-FECHA
           COMPUTE REC-HORA = TJ-HORA / 100
           MOVE TJ-IMPORTE(TJ-I) TO REC-IMPORTE
           MOVE TJ-METODO(TJ-I) TO REC-METODO
           MOVE FCAMARERO TO REC-CAMARERO
           WRITE REG-REC INVALID KEY CONTINUE
           END-WRITE
           IF TJ-METODO(TJ-I) = "C"
              PERFORM GrabarChequesParte
           END-IF
           COMPUTE CF-RECSIG = REC-NUM + 1.
       GrabarChequesParte.
           OPEN I-O CHEQCOM
           IF ERRORCH NOT = "00"
              OPEN OUTPUT CHEQCOM
              CLOSE CHEQCOM
              OPEN I-O CHEQCOM
           END-IF
           MOVE REC-NUM TO CH-RECIBO
           MOVE REC-FECHA TO CH-FECHA
           MOVE TJ-NFAC TO CH-NFAC
           MOVE TJ-EMISOR(TJ-I) TO CH-EMISOR
           MOVE TJ-CHCANT(TJ-I) TO CH-CANTIDAD
           MOVE TJ-NOMINAL(TJ-I) TO CH-NOMINAL
           MOVE TJ-FACIAL(TJ-I) TO CH-IMPORTE
           MOVE 0 TO CH-REMESA
           WRITE REG-CH INVALID KEY CONTINUE
           END-WRITE
           CLOSE CHEQCOM.
       BuscarLibreRecibo.
           MOVE REC-PRUEBA TO REC-NUM
           READ RECIBOS
              INVALID KEY MOVE "B" TO RECLIBRE
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Si el ultimo apunte de REGISFAC ya es el de esta factura, el **
      ** corte fue justo despues de grabarlo y no se repite.          **

       RehacerRegistro.
           MOVE 0 TO RG-ULTORDEN
           MOVE 0 TO RG-ULTENCAD
           MOVE "N" TO RG-YAESTA
           MOVE "N" TO FINRG
           OPEN INPUT REGISFAC
           IF ERRORRG NOT = "00"
              MOVE "S" TO FINRG
           END-IF
           PERFORM LeerUltimoRegistro UNTIL FINRG = "S"
           IF ERRORRG = "00"
              CLOSE REGISFAC
           END-IF
           IF RG-YAESTA = "N"
              COMPUTE RG-ORDEN = RG-ULTORDEN + 1
              MOVE TJ-FECHA TO RG-FECHA
              MOVE TJ-HORA TO RG-HORA
              MOVE FSERIE TO RG-SERIE
              MOVE FNUMSERIE TO RG-NUMSERIE
              MOVE NFAC TO RG-NFAC
              MOVE FPASTA TO RG-IMPORTE
              MOVE RG-ULTENCAD TO RG-ENCADANT
              PERFORM CalcularEncadenado
              OPEN EXTEND REGISFAC
              IF ERRORRG = "00" OR "05"
                 WRITE REG-RG
                 CLOSE REGISFAC
              END-IF
           END-IF.
       LeerUltimoRegistro.
           READ REGISFAC AT END MOVE "S" TO FINRG
           END-READ.
           IF FINRG = "N"
              MOVE RG-ORDEN TO RG-ULTORDEN
              MOVE RG-ENCADEN TO RG-ULTENCAD
              IF RG-NFAC = TJ-NFAC
                 MOVE "S" TO RG-YAESTA
              ELSE
                 MOVE "N" TO RG-YAESTA
              END-IF
           END-IF.

      ** El mismo calculo de encadenado que MESA.CBL y REGVERI.CBL.   **

       CalcularEncadenado.
           COMPUTE ENCTRABAJO = (RG-ENCADANT * 31)
              + (RG-ORDEN * 17) + (RG-NFAC * 7)
              + (RG-NUMSERIE * 13) + RG-SERIE + RG-FECHA
              + (RG-IMPORTE * 100)
           DIVIDE ENCTRABAJO BY 999999937 GIVING ENCCOC
              REMAINDER ENCRESTO
           MOVE ENCRESTO TO RG-ENCADEN.
       LeerContadores.
           MOVE "N" TO CONTOK
           OPEN INPUT CONTFAC
           IF ERRORCF = "00"
              READ CONTFAC AT END CONTINUE
              END-READ
              IF ERRORCF = "00"
                 MOVE "S" TO CONTOK
              END-IF
              CLOSE CONTFAC
           END-IF
           IF CONTOK = "N"
              MOVE 1 TO CF-NFACSIG
              MOVE 0 TO CF-ANO
              MOVE 1 TO CF-SERIESIG
              MOVE 1 TO CF-RECSIG
           END-IF
           IF CF-RECSIG = 0
              MOVE 1 TO CF-RECSIG
           END-IF.
       GrabarContadores.
           OPEN OUTPUT CONTFAC
           WRITE REG-CONTFAC
           CLOSE CONTFAC.

      ** Factura completada: el siguiente numero interno y el de la  **
      ** serie no pueden quedarse por detras de ella.                **

       AjustarContadores.
           PERFORM LeerContadores
           IF CF-NFACSIG NOT > TJ-NFAC
              COMPUTE CF-NFACSIG = TJ-NFAC + 1
           END-IF
           IF CF-ANO < TJ-SERIE
              MOVE TJ-SERIE TO CF-ANO
              MOVE 1 TO CF-SERIESIG
           END-IF
           IF CF-ANO = TJ-SERIE AND CF-SERIESIG NOT > TJ-NUMSERIE
              COMPUTE CF-SERIESIG = TJ-NUMSERIE + 1
           END-IF
           PERFORM GrabarContadores.

      ** Factura anulada: si nadie ha emitido despues, el numero     **
      ** interno y el de la serie vuelven a quedar libres y la serie **
      ** no tiene huecos.                                            **

       DevolverContadores.
           PERFORM LeerContadores
           IF CONTOK = "S"
              IF CF-NFACSIG = TJ-NFAC + 1
                 MOVE TJ-NFAC TO CF-NFACSIG
              END-IF
              IF CF-ANO = TJ-SERIE AND CF-SERIESIG = TJ-NUMSERIE + 1
                 MOVE TJ-NUMSERIE TO CF-SERIESIG
              END-IF
              PERFORM GrabarContadores
           END-IF.
       ApuntarIncidencia.
           ACCEPT INC-FECHA FROM DATE YYYYMMDD
           ACCEPT INC-HORA FROM TIME
           MOVE "PENDFAC" TO INC-PROGRAMA
           MOVE TJ-NFAC TO FP-NFAC
           MOVE FICHPEND TO INC-FICHERO
           IF LP-RESULTADO = "COMPLETADA"
              MOVE "PC" TO INC-STATUS
           ELSE
              MOVE "PA" TO INC-STATUS
           END-IF
           OPEN EXTEND INCIDEN
           IF ERRORINC = "00" OR "05"
              WRITE REG-INC
              CLOSE INCIDEN
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
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-DETPESO
           STRING RUTADATOS DELIMITED BY " "
                  "DETPESO.DAT" DELIMITED BY SIZE
                  INTO RF-DETPESO
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING
           MOVE SPACES TO RF-CONTFAC
           STRING RUTADATOS DELIMITED BY " "
                  "CONTFAC.DAT" DELIMITED BY SIZE
                  INTO RF-CONTFAC
           END-STRING
           MOVE SPACES TO RF-REGISFAC
           STRING RUTADATOS DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
           END-STRING
           MOVE SPACES TO RF-INCIDEN
           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-CHEQCOM
           STRING RUTADATOS DELIMITED BY " "
                  "CHEQCOM.DAT" DELIMITED BY SIZE
                  INTO RF-CHEQCOM
           END-STRING.
