       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGVDIA.
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
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL FACTHIST ASSIGN TO DISK RF-FACTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HFNFAC
           FILE STATUS IS ERRORFH.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORREC.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
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
      * Totales de venta por dia de VENTDIA.COB.
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
       FD FACTHIST LABEL RECORD STANDARD.
       01 REG-FACH.
           02 HFNFAC PIC 9(8).
           02 HFRESTO PIC X(134).
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
           02 REC-HORA     PIC 9(6).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-VENTDIA PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTHIST PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 ERRORVD PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORFH PIC XX.
       77 ERRORREC PIC XX.
       77 ERRORSES PIC XX.
       77 SESNIVEL PIC 9.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 CONFIRMA PIC X.
       77 FIN PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 FANOC PIC 9(4).
       77 FECHACOMP PIC 9(8).
       77 BORRADOS PIC 9(6).
       77 FACTURAS PIC 9(6).
      * Lo que se pasa a VENTDIA.COB con cada factura: hora de la
      * emision, signo y origen de las lineas.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           DISPLAY " " ERASE
           DISPLAY "REGENERAR TOTALES DE VENTA POR DIA" LINE 2
              POSITION 5
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO REGENERA LOS TOTALES" LINE 4
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirPeriodo
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       PedirPeriodo.
           MOVE 0 TO TECLAF
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
           ACCEPT HASTA FROM DATE YYYYMMDD
           ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND HASTA NOT < DESDE
              DISPLAY "SE BORRAN Y SE VUELVEN A SUMAR ESOS DIAS (S/N):"
                 LINE 7 POSITION 5
              MOVE "N" TO CONFIRMA
              ACCEPT CONFIRMA LINE 7 POSITION 53 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND (CONFIRMA = "S" OR "s")
                 PERFORM REGENERAR
              END-IF
           END-IF.

      ** Borra los totales del periodo y vuelve a sumar todas las    **
      ** facturas y abonos con fecha en el, vivos y archivados. La   **
      ** hora de la emision se toma del primer recibo de la factura  **
      ** (sin recibo, franja "sin hora").                            **

       REGENERAR.
           DISPLAY "REGENERANDO..." LINE 9 POSITION 5
           MOVE 0 TO BORRADOS
           MOVE 0 TO FACTURAS
           PERFORM BorrarPeriodo
           OPEN INPUT RECIBOS
           MOVE "V" TO PV-ORIGEN
           MOVE "N" TO FIN
           OPEN INPUT FACTURA
           IF ERRORFAC NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerFacturaViva UNTIL FIN = "S"
           IF ERRORFAC = "00"
              CLOSE FACTURA
           END-IF
           MOVE "H" TO PV-ORIGEN
           MOVE "N" TO FIN
           OPEN INPUT FACTHIST
           IF ERRORFH NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerFacturaHist UNTIL FIN = "S"
           IF ERRORFH = "00"
              CLOSE FACTHIST
           END-IF
           IF ERRORREC = "00"
              CLOSE RECIBOS
           END-IF
           DISPLAY "APUNTES BORRADOS:" LINE 9 POSITION 5
           DISPLAY BORRADOS LINE 9 POSITION 30
           DISPLAY "FACTURAS SUMADAS:" LINE 10 POSITION 5
           DISPLAY FACTURAS LINE 10 POSITION 30
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       BorrarPeriodo.
           OPEN I-O VENTDIA
           IF ERRORVD = "00"
              MOVE DESDE TO VD-FECHA
              MOVE SPACES TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              MOVE "N" TO FIN
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BorrarUnApunte UNTIL FIN = "S"
              CLOSE VENTDIA
           END-IF.
       BorrarUnApunte.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-FECHA > HASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              DELETE VENTDIA RECORD INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO BORRADOS
           END-IF.
       LeerFacturaViva.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              PERFORM SumarFactura
           END-IF.
       LeerFacturaHist.
           READ FACTHIST NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-FACH TO REG-FAC
              PERFORM SumarFactura
           END-IF.
       SumarFactura.
           MOVE FANO TO FANOC
           IF FANOC < 100
              ADD 2000 TO FANOC
           END-IF
           COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA
           IF FECHACOMP NOT < DESDE AND FECHACOMP NOT > HASTA
              PERFORM HoraDeLaFactura
              MOVE "+" TO PV-SIGNO
              CALL "VENTDIA.COB" USING REG-FAC PETVENTA
              ADD 1 TO FACTURAS
           END-IF.
       HoraDeLaFactura.
           MOVE 0 TO PV-HORA
           IF ERRORREC = "00"
              MOVE NFAC TO REC-NFAC
              START RECIBOS KEY IS = REC-NFAC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ RECIBOS NEXT AT END CONTINUE
                       NOT AT END
                          IF REC-NFAC = NFAC
                             COMPUTE PV-HORA = REC-HORA * 100
                          END-IF
                    END-READ
              END-START
           END-IF.

      ** Usuario y nivel de la sesion (SESION.DAT de LOGIN.COB).    **

       LeerSesion.
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-NIVEL TO SESNIVEL
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
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTHIST
           STRING RUTADATOS DELIMITED BY " "
                  "FACTHIST.DAT" DELIMITED BY SIZE
                  INTO RF-FACTHIST
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING.
