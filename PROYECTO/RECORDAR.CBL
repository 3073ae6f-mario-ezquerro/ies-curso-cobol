       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDAR.
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
           SELECT OPTIONAL RESERVA ASSIGN TO DISK RF-RESERVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGINA
           ALTERNATE RECORD KEY IS FECHA WITH DUPLICATES
           FILE STATUS IS ERRORRES.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL RESAVISO ASSIGN TO DISK RF-RESAVISO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-PAGINA
           FILE STATUS IS ERRORRA.
           SELECT OPTIONAL AVISOOUT ASSIGN TO DISK NOMBREAVISO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORAV.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida (ver RESERVA.CBL).
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
       FD RESERVA LABEL RECORD STANDARD.
       01 REG-RES.
           02 NOMBRE PIC X(30).
           02 DIRECCION PIC X(25).
           02 LOCALIDAD PIC X(15).
           02 TELEFONO PIC X(10).
           02 PROVINCIA PIC X(10).
           02 COMENSALES PIC 99.
           02 NIF PIC X(9).
           02 PAGINA PIC 9(5).
           02 FECHA.
               03 ANO PIC 9(4).
               03 MES PIC 99.
               03 DIA PIC 99.
           02 TIPONOTA PIC X.
           02 ANOTACIONES.
               03 NOTAS PIC X(63) OCCURS 8.
           02 SENAL PIC 9(4)V99.
           02 SENALMET PIC X.
           02 SENALFECHA PIC 9(8).
           02 TURNO PIC X.
              88 TURNO-COMIDA VALUE "C".
              88 TURNO-CENA   VALUE "N".
           02 HORA PIC 9(4).
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
      * Avisos de cada reserva (el mismo fichero que RESERVA.CBL).
       FD RESAVISO LABEL RECORD STANDARD.
       01 REG-RA.
           02 RA-PAGINA PIC 9(5).
           02 RA-FECHA PIC 9(8).
           02 RA-CODIGO.
              03 RA-LETRA1 PIC X.
              03 RA-LETRA2 PIC X.
              03 RA-CODPAG PIC 9(5).
           02 RA-CANAL PIC X.
              88 AVISO-SMS VALUE "S".
              88 AVISO-EMAIL VALUE "E".
           02 RA-DESTINO PIC X(30).
           02 RA-FCONFIRMA PIC 9(8).
           02 RA-FRECUERDA PIC 9(8).
           02 RA-RESPUESTA PIC X.
              88 RESP-CONFIRMA VALUE "C".
              88 RESP-ANULA VALUE "A".
           02 RA-FRESPUESTA PIC 9(8).
      * Buzon de salida de avisos que manda el PC de la oficina.
       FD AVISOOUT LABEL RECORD STANDARD.
       01 REG-AVISO PIC X(80).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-RESERVA PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-RESAVISO PIC X(42).
       77 NOMBREAVISO PIC X(44).
       77 ERRORRES PIC XX.
       77 ERRORRA PIC XX.
       77 ERRORAV PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 NUEVO PIC X.
       77 HOY PIC 9(8).
       77 FECHAPEDIDA PIC 9(8).
       77 AV-PREFIJO PIC XX.
       77 AV-N PIC 99.
       77 ZCOC PIC 9(4).
       77 ZRES PIC 9.
       77 VISTAS PIC 9(4).
       77 RECORDADAS PIC 9(4).
       77 YARECORDADAS PIC 9(4).
       77 SINCONTACTO PIC 9(4).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 HORAAVISO.
           02 HA-HORA PIC 99.
           02 HA-MINUTO PIC 99.
           02 HA-SEGUNDO PIC 99.
           02 HA-CENTESIMA PIC 99.
      * Letras del codigo de respuesta, las mismas que en RESERVA.CBL.
       01 TABLA-LETRASAVISO.
           02 FILLER PIC X(24) VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ".
       01 LETRASAVISO REDEFINES TABLA-LETRASAVISO.
           02 LETRA-AVISO PIC X OCCURS 24.
       01 LINDESTINO.
           02 AV-VIA PIC X(6).
           02 AV-DESTINO PIC X(30).
       01 LINASUNTOAV.
           02 FILLER PIC X(8) VALUE "ASUNTO: ".
           02 AV-ASUNTO PIC X(30).
       01 LINAVISO1.
           02 FILLER PIC X(20) VALUE "RESERVA A NOMBRE DE ".
           02 AV-NOMBRE PIC X(30).
       01 LINAVISO2.
           02 FILLER PIC X(7) VALUE "EL DIA ".
           02 AV-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AV-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AV-ANO PIC 9(4).
           02 FILLER PIC X(2) VALUE ", ".
           02 AV-TURNO PIC X(6).
           02 FILLER PIC X(7) VALUE " A LAS ".
           02 AV-HORA PIC 99.
           02 FILLER PIC X VALUE ".".
           02 AV-MINUTO PIC 99.
           02 FILLER PIC X(2) VALUE ", ".
           02 AV-COMEN PIC Z9.
           02 FILLER PIC X(10) VALUE " PERSONAS.".
       01 LINAVISO3.
           02 FILLER PIC X(31) VALUE "SI NO PUEDE VENIR CONTESTE: ANU".
           02 FILLER PIC X(4) VALUE "LAR ".
           02 AV-CODIGO1 PIC X(7).
       01 LINAVISO4.
           02 FILLER PIC X(31) VALUE "PARA CONFIRMARLA CONTESTE: CONF".
           02 FILLER PIC X(7) VALUE "IRMAR ".
           02 AV-CODIGO2 PIC X(7).
       01 CABREC.
           02 FILLER PIC X(40) VALUE
              "  RECORDATORIOS DE LAS RESERVAS DEL DIA ".
           02 CR-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-ANO PIC 9(4).
       01 LINREC.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LC-TURNO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LC-HORA PIC 99.
           02 FILLER PIC X VALUE ".".
           02 LC-MINUTO PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LC-NOMBRE PIC X(24).
           02 FILLER PIC X VALUE SPACES.
           02 LC-COMEN PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LC-CODIGO PIC X(7).
           02 FILLER PIC X VALUE SPACES.
           02 LC-RESULTADO PIC X(33).
       01 TOTREC.
           02 FILLER PIC X(12) VALUE "  RESERVAS: ".
           02 TC-VISTAS PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  AVISOS: ".
           02 TC-RECORDADAS PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  SIN CONTACTO: ".
           02 TC-SINCONTACTO PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOY FROM DATE YYYYMMDD
           DISPLAY " " ERASE
           DISPLAY "RECORDATORIO DE LAS RESERVAS DE MANANA" LINE 2
              POSITION 5
           MOVE HOY TO FECHACALC
           PERFORM AvanzarFecha
           MOVE FECHACALC TO FECHAPEDIDA
           DISPLAY "RESERVAS DEL DIA (AAAAMMDD):" LINE 4 POSITION 5
           ACCEPT FECHAPEDIDA LINE 4 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM RECORDAR
      * De paso se corre un dia la ventana de plazas de la web.
              CALL "DISPONIB.COB"
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Pasada diaria: a cada reserva del dia pedido (manana por    **
      ** defecto) que no haya anulado ni se le haya recordado ya se  **
      ** le deja el recordatorio en el buzon. Las reservas que no    **
      ** traian aviso (las de antes o las de RESFIJAS) reciben aqui  **
      ** su codigo; las que no tienen ni email ni telefono salen en  **
      ** el listado para llamarlas a mano.                           **

       RECORDAR.
           MOVE 0 TO VISTAS RECORDADAS YARECORDADAS SINCONTACTO
           MOVE FECHAPEDIDA TO FECHACALC
           MOVE "N" TO FIN
           OPEN INPUT RESERVA
           IF ERRORRES NOT = "00"
              MOVE "S" TO FIN
           END-IF
           IF FIN = "N"
              MOVE FECHAPEDIDA TO FECHA
              START RESERVA KEY IS = FECHA
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           OPEN INPUT CLIENTES
           OPEN I-O RESAVISO
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE FC-DIA TO CR-DIA
           MOVE FC-MES TO CR-MES
           MOVE FC-ANO TO CR-ANO
           WRITE LINEAIMP FROM CABREC BEFORE ADVANCING 2 LINE
           PERFORM MirarUnaReserva UNTIL FIN = "S"
           MOVE VISTAS TO TC-VISTAS
           MOVE RECORDADAS TO TC-RECORDADAS
           MOVE SINCONTACTO TO TC-SINCONTACTO
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTREC BEFORE ADVANCING 2 LINE
           CLOSE LISTADO
           CLOSE RESAVISO
           CLOSE CLIENTES
           IF ERRORRES = "00"
              CLOSE RESERVA
           END-IF
           DISPLAY "RESERVAS DEL DIA:" LINE 7 POSITION 5
           DISPLAY VISTAS LINE 7 POSITION 30
           DISPLAY "RECORDATORIOS EN EL BUZON:" LINE 8 POSITION 5
           DISPLAY RECORDADAS LINE 8 POSITION 30
           DISPLAY "YA RECORDADAS ANTES:" LINE 9 POSITION 5
           DISPLAY YARECORDADAS LINE 9 POSITION 30
           DISPLAY "SIN EMAIL NI TELEFONO:" LINE 10 POSITION 5
           DISPLAY SINCONTACTO LINE 10 POSITION 30.
       MirarUnaReserva.
           READ RESERVA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FECHA NOT = FECHAPEDIDA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              ADD 1 TO VISTAS
              MOVE "N" TO NUEVO
              MOVE PAGINA TO RA-PAGINA
              READ RESAVISO
                 INVALID KEY MOVE "S" TO NUEVO
                 NOT INVALID KEY
                    IF RA-FECHA NOT = FECHA
                       MOVE "S" TO NUEVO
                    END-IF
              END-READ
              IF NUEVO = "S"
                 PERFORM PrepararAviso
              END-IF
              MOVE TURNO TO LC-TURNO
              DIVIDE HORA BY 100 GIVING LC-HORA REMAINDER LC-MINUTO
              MOVE NOMBRE TO LC-NOMBRE
              MOVE COMENSALES TO LC-COMEN
              MOVE RA-CODIGO TO LC-CODIGO
              EVALUATE TRUE
                 WHEN RA-FRECUERDA NOT = 0
                    ADD 1 TO YARECORDADAS
                    MOVE "YA RECORDADA" TO LC-RESULTADO
                 WHEN AVISO-SMS OR AVISO-EMAIL
                    MOVE "RR" TO AV-PREFIJO
                    MOVE "RECORDATORIO DE SU RESERVA" TO AV-ASUNTO
                    PERFORM EscribirAviso
                    MOVE HOY TO RA-FRECUERDA
                    ADD 1 TO RECORDADAS
                    MOVE RA-DESTINO TO LC-RESULTADO
                 WHEN OTHER
                    ADD 1 TO SINCONTACTO
                    MOVE "SIN EMAIL NI TELEFONO: LLAMAR" TO LC-RESULTADO
              END-EVALUATE
              IF NUEVO = "S"
                 WRITE REG-RA
                    INVALID KEY
                       REWRITE REG-RA INVALID KEY CONTINUE
                       END-REWRITE
                 END-WRITE
              ELSE
                 REWRITE REG-RA INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
              WRITE LINEAIMP FROM LINREC BEFORE ADVANCING 1 LINE
           END-IF.

      *** Registro de avisos nuevo para la reserva leida, igual que  ***
      *** lo hace RESERVA.CBL al grabarla: dos letras de la hora mas ***
      *** la pagina; email de la ficha del cliente o SMS.            ***

       PrepararAviso.
           MOVE PAGINA TO RA-PAGINA
           MOVE FECHA TO RA-FECHA
           ACCEPT HORAAVISO FROM TIME
           DIVIDE HA-CENTESIMA BY 24 GIVING ZCOC REMAINDER AV-N
           ADD 1 TO AV-N
           MOVE LETRA-AVISO(AV-N) TO RA-LETRA1
           COMPUTE AV-N = HA-SEGUNDO + HA-MINUTO
           DIVIDE AV-N BY 24 GIVING ZCOC REMAINDER AV-N
           ADD 1 TO AV-N
           MOVE LETRA-AVISO(AV-N) TO RA-LETRA2
           MOVE PAGINA TO RA-CODPAG
           MOVE SPACE TO RA-CANAL
           MOVE SPACES TO RA-DESTINO
           MOVE 0 TO RA-FCONFIRMA RA-FRECUERDA RA-FRESPUESTA
           MOVE SPACE TO RA-RESPUESTA
           IF NIF NOT = SPACES
              MOVE NIF TO CGIF
              READ CLIENTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CEMAIL NOT = SPACES
                       MOVE "E" TO RA-CANAL
                       MOVE CEMAIL TO RA-DESTINO
                    END-IF
              END-READ
           END-IF
           IF RA-CANAL = SPACE AND TELEFONO NOT = SPACES
              MOVE "S" TO RA-CANAL
              MOVE TELEFONO TO RA-DESTINO
           END-IF.

      *** Deja el recordatorio en el buzon como RRnnnnn.TXT, con el  ***
      *** mismo formato que la confirmacion de RESERVA.CBL.          ***

       EscribirAviso.
           MOVE SPACES TO NOMBREAVISO
           STRING RUTADATOS DELIMITED BY " "
                  AV-PREFIJO DELIMITED BY SIZE
                  PAGINA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBREAVISO
           END-STRING
           OPEN OUTPUT AVISOOUT
           IF ERRORAV = "00"
              IF AVISO-SMS
                 MOVE "SMS:  " TO AV-VIA
              ELSE
                 MOVE "PARA: " TO AV-VIA
              END-IF
              MOVE RA-DESTINO TO AV-DESTINO
              WRITE REG-AVISO FROM LINDESTINO
              WRITE REG-AVISO FROM LINASUNTOAV
              MOVE SPACES TO REG-AVISO
              WRITE REG-AVISO
              MOVE NOMBRE TO AV-NOMBRE
              WRITE REG-AVISO FROM LINAVISO1
              MOVE DIA TO AV-DIA
              MOVE MES TO AV-MES
              MOVE ANO TO AV-ANO
              IF TURNO-CENA
                 MOVE "CENA" TO AV-TURNO
              ELSE
                 MOVE "COMIDA" TO AV-TURNO
              END-IF
              DIVIDE HORA BY 100 GIVING AV-HORA REMAINDER AV-MINUTO
              MOVE COMENSALES TO AV-COMEN
              WRITE REG-AVISO FROM LINAVISO2
              MOVE RA-CODIGO TO AV-CODIGO1 AV-CODIGO2
              WRITE REG-AVISO FROM LINAVISO3
              WRITE REG-AVISO FROM LINAVISO4
              CLOSE AVISOOUT
           END-IF.

      * Dia siguiente con el arrastre de meses de 28/29/30/31 dias
      * (el mismo criterio de VerDias de los demas programas).
       AvanzarFecha.
           ADD 1 TO FC-DIA
           MOVE "N" TO FIN
           IF FC-MES = 4 OR 6 OR 9 OR 11
              IF FC-DIA > 30
                 MOVE "S" TO FIN
              END-IF
           END-IF
           IF FC-MES = 2
              DIVIDE FC-ANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF FC-DIA > 29
                    MOVE "S" TO FIN
                 END-IF
              ELSE
                 IF FC-DIA > 28
                    MOVE "S" TO FIN
                 END-IF
              END-IF
           END-IF
           IF FC-DIA > 31
              MOVE "S" TO FIN
           END-IF
           IF FIN = "S"
              MOVE 1 TO FC-DIA
              ADD 1 TO FC-MES
              IF FC-MES > 12
                 MOVE 1 TO FC-MES
                 ADD 1 TO FC-ANO
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
           MOVE SPACES TO RF-RESERVA
           STRING RUTADATOS DELIMITED BY " "
                  "RESERVA.DAT" DELIMITED BY SIZE
                  INTO RF-RESERVA
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-RESAVISO
           STRING RUTADATOS DELIMITED BY " "
                  "RESAVISO.DAT" DELIMITED BY SIZE
                  INTO RF-RESAVISO
           END-STRING.
