       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQCOM.
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
           SELECT OPTIONAL EMICHEQ ASSIGN TO DISK RF-EMICHEQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-CODIGO
           FILE STATUS IS ERROREH.
           SELECT OPTIONAL CHEQCOM ASSIGN TO DISK RF-CHEQCOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-RECIBO
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL REMCHEQ ASSIGN TO DISK RF-REMCHEQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-NUMERO
           FILE STATUS IS ERRORRQ.
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
      * Emisores de cheques de comida (Ticket Restaurant, Cheque
      * Gourmet...) con la comision que descuentan al reembolsar.
       FD EMICHEQ LABEL RECORD STANDARD.
       01 REG-EH.
           02 EH-CODIGO PIC 99.
           02 EH-NOMBRE PIC X(20).
           02 EH-COMISION PIC 99V99.
      * Cheques de comida cobrados, uno por recibo (lo graban MESA y
      * TELPED al cobrar): emisor, numero de cheques, valor facial
      * de cada uno y total a reclamar, y la remesa en que se
      * reclamaron (0 = aun sin remesar).
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
      * Remesas de reembolso por emisor: valor facial, comision y
      * neto esperado; al llegar el extracto se marcan pagadas con
      * la fecha y lo que ha entrado de verdad.
       FD REMCHEQ LABEL RECORD STANDARD.
       01 REG-RQ.
           02 RQ-NUMERO PIC 9(6).
           02 RQ-EMISOR PIC 99.
           02 RQ-FECHA PIC 9(8).
           02 RQ-HASTA PIC 9(8).
           02 RQ-CHEQUES PIC 9(5).
           02 RQ-NOMINAL PIC 9(7)V99.
           02 RQ-COMISION PIC 9(6)V99.
           02 RQ-NETO PIC 9(7)V99.
           02 RQ-ESTADO PIC X.
              88 RQ-PENDIENTE VALUE " ".
              88 RQ-PAGADA VALUE "P".
           02 RQ-FPAGO PIC 9(8).
           02 RQ-PAGADO PIC 9(7)V99.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-EMICHEQ PIC X(42).
       77 RF-CHEQCOM PIC X(42).
       77 RF-REMCHEQ PIC X(42).
       77 ERROREH PIC XX.
       77 ERRORCH PIC XX.
       77 ERRORRQ PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 EXISTE PIC X.
       77 HOYNUM PIC 9(8).
       77 CODPEDIDO PIC 99.
       77 FECHAPEDIDA PIC 9(8).
       77 REMPEDIDA PIC 9(6).
       77 ULTREMESA PIC 9(6).
       77 CUANTOSREM PIC 9(5).
       77 TOTCHEQUES PIC 9(5).
       77 TOTNOMINAL PIC 9(7)V99.
       77 DIFERENCIA PIC S9(7)V99.
       77 TOTPENDIENTE PIC 9(8)V99.
       01 FECHADES.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 CABREM.
           02 FILLER PIC X(30) VALUE "  REMESA DE CHEQUES DE COMIDA ".
           02 CR-NUMERO PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CR-NOMBRE PIC X(20).
           02 FILLER PIC X(8) VALUE "  HASTA ".
           02 CR-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-ANO PIC 9(4).
       01 CABLIN.
           02 FILLER PIC X(40) VALUE
              "  FECHA      RECIBO   FACTURA  CHEQUES  ".
           02 FILLER PIC X(24) VALUE
              "VALOR      TOTAL".
       01 LINCHQ.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LQ-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-RECIBO PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-NFAC PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LQ-CANTIDAD PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LQ-NOMINAL PIC ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LQ-IMPORTE PIC ZZZ.ZZ9,99.
       01 LINTOTREM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LT-TEXTO PIC X(30).
           02 LT-CHEQUES PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE SPACES.
           02 LT-IMPORTE PIC Z.ZZZ.ZZ9,99.
       01 LINPEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-NUMERO PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 LP-NOMBRE PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 LP-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LP-CHEQUES PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LP-NOMINAL PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LP-NETO PIC Z.ZZZ.ZZ9,99.
       01 CABPEN.
           02 FILLER PIC X(40) VALUE
              "  REMESAS DE CHEQUES DE COMIDA PENDIENTE".
           02 FILLER PIC X(16) VALUE "S DE COBRO".
       01 CABPEN2.
           02 FILLER PIC X(40) VALUE
              "  REMESA EMISOR               FECHA     ".
           02 FILLER PIC X(36) VALUE
              "CHEQUES  VALOR FACIAL NETO ESPERADO".
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
           DISPLAY "CHEQUES DE COMIDA" LINE 2 POSITION 5
           DISPLAY "E=EMISOR  R=REMESA DE REEMBOLSO  P=REMESA PAGADA"
              LINE 4 POSITION 5
           DISPLAY "L=REMESAS PENDIENTES  S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 36 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM FICHAEMISOR
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM REMESAR
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM MARCARPAGADA
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM PENDIENTES
           END-IF
           MOVE 0 TO TECLAF.

      ** Ficha de un emisor de cheques de comida con la comision (%) **
      ** que se queda al reembolsar.                                 **

       FICHAEMISOR.
           DISPLAY " " ERASE
           DISPLAY "EMISOR DE CHEQUES DE COMIDA" LINE 2 POSITION 5
           DISPLAY "CODIGO:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN I-O EMICHEQ
              IF ERROREH NOT = "00"
                 OPEN OUTPUT EMICHEQ
                 CLOSE EMICHEQ
                 OPEN I-O EMICHEQ
              END-IF
              MOVE CODPEDIDO TO EH-CODIGO
              READ EMICHEQ
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE CODPEDIDO TO EH-CODIGO
                    MOVE SPACES TO EH-NOMBRE
                    MOVE 0 TO EH-COMISION
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              PERFORM EditarEmisor
              CLOSE EMICHEQ
           END-IF.
       EditarEmisor.
           DISPLAY "NOMBRE:" LINE 5 POSITION 5
           ACCEPT EH-NOMBRE LINE 5 POSITION 30 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COMISION DEL EMISOR %:" LINE 6 POSITION 5
           ACCEPT EH-COMISION LINE 6 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF EH-NOMBRE = SPACES
                 DISPLAY "SIN NOMBRE; NO GRABADO"
                    LINE 20 POSITION 5 REVERSE
              ELSE
                 IF EXISTE = "S"
                    REWRITE REG-EH INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-EH INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 20 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Remesa de reembolso de un emisor: junta los cheques        **
      ** cobrados hasta la fecha pedida que aun no se reclamaron,   **
      ** les pone el numero de remesa, calcula la comision y el     **
      ** neto esperado e imprime la relacion para mandarla con los  **
      ** cheques.                                                   **

       REMESAR.
           DISPLAY " " ERASE
           DISPLAY "REMESA DE REEMBOLSO DE CHEQUES" LINE 2 POSITION 5
           PERFORM PedirEmisor
           IF TECLAF NOT = 27 AND EXISTE = "S"
              DISPLAY "CHEQUES COBRADOS HASTA (AAAAMMDD):" LINE 6
                 POSITION 5
              MOVE HOYNUM TO FECHAPEDIDA
              ACCEPT FECHAPEDIDA LINE 6 POSITION 41 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND EXISTE = "S"
              PERFORM BuscarUltimaRemesa
              MOVE 0 TO CUANTOSREM TOTCHEQUES TOTNOMINAL
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              MOVE ULTREMESA TO CR-NUMERO
              MOVE EH-NOMBRE TO CR-NOMBRE
              MOVE FECHAPEDIDA TO FECHADES
              MOVE FH-DIA TO CR-DIA
              MOVE FH-MES TO CR-MES
              MOVE FH-ANO TO CR-ANO
              WRITE LINEAIMP FROM CABREM BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABLIN BEFORE ADVANCING 1 LINE
              OPEN I-O CHEQCOM
              IF ERRORCH = "00"
                 MOVE 0 TO CH-RECIBO
                 MOVE "N" TO FIN
                 START CHEQCOM KEY IS NOT < CH-RECIBO
                    INVALID KEY MOVE "S" TO FIN
                 END-START
                 PERFORM RemesarCheque UNTIL FIN = "S"
                 CLOSE CHEQCOM
              END-IF
              IF CUANTOSREM = 0
                 MOVE "NO HAY CHEQUES PENDIENTES DE REMESAR" TO
                    LINEAIMP
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 DISPLAY "NO HAY CHEQUES PENDIENTES DE ESE EMISOR"
                    LINE 8 POSITION 5
              ELSE
                 PERFORM GrabarRemesa
                 DISPLAY "REMESA       IMPRESA; NETO ESPERADO:" LINE 8
                    POSITION 5
                 DISPLAY RQ-NUMERO LINE 8 POSITION 12
                 DISPLAY RQ-NETO LINE 8 POSITION 42
              END-IF
              CLOSE LISTADO
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       RemesarCheque.
           READ CHEQCOM NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CH-EMISOR = CODPEDIDO AND CH-REMESA = 0
              AND CH-FECHA NOT > FECHAPEDIDA
              MOVE ULTREMESA TO CH-REMESA
              REWRITE REG-CH INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO CUANTOSREM
              ADD CH-CANTIDAD TO TOTCHEQUES
              ADD CH-IMPORTE TO TOTNOMINAL
              MOVE CH-FECHA TO LQ-FECHA
              MOVE CH-RECIBO TO LQ-RECIBO
              MOVE CH-NFAC TO LQ-NFAC
              MOVE CH-CANTIDAD TO LQ-CANTIDAD
              MOVE CH-NOMINAL TO LQ-NOMINAL
              MOVE CH-IMPORTE TO LQ-IMPORTE
              WRITE LINEAIMP FROM LINCHQ BEFORE ADVANCING 1 LINE
           END-IF.
       GrabarRemesa.
           MOVE ULTREMESA TO RQ-NUMERO
           MOVE CODPEDIDO TO RQ-EMISOR
           MOVE HOYNUM TO RQ-FECHA
           MOVE FECHAPEDIDA TO RQ-HASTA
           MOVE TOTCHEQUES TO RQ-CHEQUES
           MOVE TOTNOMINAL TO RQ-NOMINAL
           COMPUTE RQ-COMISION ROUNDED = TOTNOMINAL * EH-COMISION / 100
           COMPUTE RQ-NETO = TOTNOMINAL - RQ-COMISION
           MOVE " " TO RQ-ESTADO
           MOVE 0 TO RQ-FPAGO
           MOVE 0 TO RQ-PAGADO
           OPEN I-O REMCHEQ
           IF ERRORRQ NOT = "00"
              OPEN OUTPUT REMCHEQ
              CLOSE REMCHEQ
              OPEN I-O REMCHEQ
           END-IF
           WRITE REG-RQ INVALID KEY CONTINUE
           END-WRITE
           CLOSE REMCHEQ
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "TOTAL VALOR FACIAL" TO LT-TEXTO
           MOVE TOTCHEQUES TO LT-CHEQUES
           MOVE TOTNOMINAL TO LT-IMPORTE
           WRITE LINEAIMP FROM LINTOTREM BEFORE ADVANCING 1 LINE
           MOVE "COMISION DEL EMISOR" TO LT-TEXTO
           MOVE 0 TO LT-CHEQUES
           MOVE RQ-COMISION TO LT-IMPORTE
           WRITE LINEAIMP FROM LINTOTREM BEFORE ADVANCING 1 LINE
           MOVE "NETO A RECIBIR" TO LT-TEXTO
           MOVE RQ-NETO TO LT-IMPORTE
           WRITE LINEAIMP FROM LINTOTREM BEFORE ADVANCING 1 LINE.

      ** El numero de la remesa nueva es el siguiente al ultimo que   **
      ** hay en REMCHEQ.DAT.                                          **

       BuscarUltimaRemesa.
           MOVE 0 TO ULTREMESA
           OPEN INPUT REMCHEQ
           IF ERRORRQ = "00"
              MOVE "N" TO FIN
              PERFORM LeerUltimaRemesa UNTIL FIN = "S"
              CLOSE REMCHEQ
           END-IF
           ADD 1 TO ULTREMESA.
       LeerUltimaRemesa.
           READ REMCHEQ NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE RQ-NUMERO TO ULTREMESA
           END-IF.

      ** Al llegar el extracto del banco se marca la remesa pagada   **
      ** con la fecha y el importe cobrado; se avisa si no coincide  **
      ** con el neto esperado.                                       **

       MARCARPAGADA.
           DISPLAY " " ERASE
           DISPLAY "REMESA DE CHEQUES PAGADA" LINE 2 POSITION 5
           DISPLAY "NUMERO DE REMESA:" LINE 4 POSITION 5
           MOVE 0 TO REMPEDIDA
           ACCEPT REMPEDIDA LINE 4 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND REMPEDIDA NOT = 0
              OPEN I-O REMCHEQ
              IF ERRORRQ NOT = "00"
                 DISPLAY "NO HAY REMESAS" LINE 6 POSITION 5
              ELSE
                 MOVE REMPEDIDA TO RQ-NUMERO
                 READ REMCHEQ
                    INVALID KEY
                       DISPLAY "NO EXISTE ESA REMESA" LINE 6
                          POSITION 5
                    NOT INVALID KEY
                       PERFORM EditarPago
                 END-READ
                 CLOSE REMCHEQ
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       EditarPago.
           MOVE RQ-EMISOR TO EH-CODIGO
           PERFORM LeerEmisor
           DISPLAY EH-NOMBRE LINE 4 POSITION 40
           DISPLAY "NETO ESPERADO:" LINE 6 POSITION 5
           DISPLAY RQ-NETO LINE 6 POSITION 30
           IF RQ-PAGADA
              DISPLAY "YA ESTABA PAGADA EL" LINE 7 POSITION 5
              DISPLAY RQ-FPAGO LINE 7 POSITION 30
           ELSE
              MOVE RQ-NETO TO RQ-PAGADO
           END-IF
           MOVE HOYNUM TO RQ-FPAGO
           DISPLAY "FECHA DEL COBRO (AAAAMMDD):" LINE 8 POSITION 5
           ACCEPT RQ-FPAGO LINE 8 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "IMPORTE COBRADO:" LINE 9 POSITION 5
           ACCEPT RQ-PAGADO LINE 9 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              MOVE "P" TO RQ-ESTADO
              REWRITE REG-RQ INVALID KEY CONTINUE
              END-REWRITE
              COMPUTE DIFERENCIA = RQ-PAGADO - RQ-NETO
              IF DIFERENCIA NOT = 0
                 DISPLAY "DIFERENCIA CON EL NETO ESPERADO:" LINE 11
                    POSITION 5 REVERSE
                 DISPLAY DIFERENCIA LINE 11 POSITION 40
              END-IF
              DISPLAY "REMESA MARCADA PAGADA" LINE 20 POSITION 5
           END-IF.

      ** Relacion de las remesas enviadas que aun no ha pagado el   **
      ** emisor, con el neto que se espera cobrar de cada una.      **

       PENDIENTES.
           MOVE 0 TO TOTPENDIENTE
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           WRITE LINEAIMP FROM CABPEN BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABPEN2 BEFORE ADVANCING 1 LINE
           OPEN INPUT REMCHEQ
           IF ERRORRQ = "00"
              MOVE "N" TO FIN
              PERFORM ListarPendiente UNTIL FIN = "S"
              CLOSE REMCHEQ
           END-IF
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "TOTAL NETO PENDIENTE" TO LT-TEXTO
           MOVE 0 TO LT-CHEQUES
           MOVE TOTPENDIENTE TO LT-IMPORTE
           WRITE LINEAIMP FROM LINTOTREM BEFORE ADVANCING 1 LINE
           CLOSE LISTADO
           DISPLAY "RELACION IMPRESA" LINE 7 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ListarPendiente.
           READ REMCHEQ NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND RQ-PENDIENTE
              MOVE RQ-EMISOR TO EH-CODIGO
              PERFORM LeerEmisor
              MOVE RQ-NUMERO TO LP-NUMERO
              MOVE EH-NOMBRE TO LP-NOMBRE
              MOVE RQ-FECHA TO LP-FECHA
              MOVE RQ-CHEQUES TO LP-CHEQUES
              MOVE RQ-NOMINAL TO LP-NOMINAL
              MOVE RQ-NETO TO LP-NETO
              WRITE LINEAIMP FROM LINPEN BEFORE ADVANCING 1 LINE
              ADD RQ-NETO TO TOTPENDIENTE
           END-IF.

      ** Pide el codigo de emisor y lo lee; EXISTE = "S" si esta.   **

       PedirEmisor.
           MOVE "N" TO EXISTE
           DISPLAY "EMISOR:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE CODPEDIDO TO EH-CODIGO
              PERFORM LeerEmisor
              IF EXISTE = "S"
                 DISPLAY EH-NOMBRE LINE 4 POSITION 40
              ELSE
                 DISPLAY "NO EXISTE ESE EMISOR" LINE 4 POSITION 40
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF.
       LeerEmisor.
           MOVE "N" TO EXISTE
           OPEN INPUT EMICHEQ
           IF ERROREH = "00"
              READ EMICHEQ
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO EH-NOMBRE
                    MOVE 0 TO EH-COMISION
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              CLOSE EMICHEQ
           ELSE
              MOVE "(SIN FICHA)" TO EH-NOMBRE
              MOVE 0 TO EH-COMISION
           END-IF.
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
           MOVE SPACES TO RF-EMICHEQ
           STRING RUTADATOS DELIMITED BY " "
                  "EMICHEQ.DAT" DELIMITED BY SIZE
                  INTO RF-EMICHEQ
           END-STRING
           MOVE SPACES TO RF-CHEQCOM
           STRING RUTADATOS DELIMITED BY " "
                  "CHEQCOM.DAT" DELIMITED BY SIZE
                  INTO RF-CHEQCOM
           END-STRING
           MOVE SPACES TO RF-REMCHEQ
           STRING RUTADATOS DELIMITED BY " "
                  "REMCHEQ.DAT" DELIMITED BY SIZE
                  INTO RF-REMCHEQ
           END-STRING.
