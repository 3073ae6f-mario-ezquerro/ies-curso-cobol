           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT OPTIONAL RESAVISO ASSIGN TO DISK RF-RESAVISO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-PAGINA
           FILE STATUS IS ERRORRA.
           SELECT OPTIONAL BONORES ASSIGN TO DISK RF-BONORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-PAGINA
           FILE STATUS IS ERRORBR.
           SELECT OPTIONAL AGENCIA ASSIGN TO DISK RF-AGENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CODIGO
           FILE STATUS IS ERRORAG.
           SELECT OPTIONAL BONOMESA ASSIGN TO DISK RF-BONOMESA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-MESA
           FILE STATUS IS ERRORBM.
           SELECT OPTIONAL RESFACT ASSIGN TO DISK RF-RESFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-CLAVE
           FILE STATUS IS ERRORSG.
           SELECT OPTIONAL AVISOOUT ASSIGN TO DISK NOMBREAVISO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORAV.
           SELECT OPTIONAL RESRESP ASSIGN TO DISK "RESRESP.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRR.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
      * Avisos de cada reserva: codigo de respuesta que se le da al
      * cliente, por donde se le avisa (SMS al telefono de la reserva
      * o email de su ficha de cliente) y cuando se le confirmo, se
      * le recordo y contesto. La pagina se reutiliza al caerse una
      * reserva, por eso se guarda tambien la fecha.
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
      * Buzon de salida de avisos: un fichero por mensaje en la
      * carpeta de datos, que el PC de la oficina manda por SMS o por
      * correo segun la primera linea (como los BZ de las facturas).
       FD AVISOOUT LABEL RECORD STANDARD.
       01 REG-AVISO PIC X(80).
      * Respuestas de los clientes que deja el PC de la oficina, una
      * por linea: "ANULAR codigo" o "CONFIRMAR codigo".
       FD RESRESP LABEL RECORD STANDARD.
       01 REG-RR PIC X(80).
      * Reservas de grupo de agencia de viajes: agencia y numero de
      * bono de la pagina (con su fecha, porque la pagina se
      * reutiliza).
       FD BONORES LABEL RECORD STANDARD.
       01 REG-BR.
           02 BR-PAGINA PIC 9(5).
           02 BR-FECHA PIC 9(8).
           02 BR-AGENCIA PIC 9(3).
           02 BR-BONO PIC X(12).
      * Agencias de viajes y turoperadores (mantenimiento en AGENCIAS).
       FD AGENCIA LABEL RECORD STANDARD.
       01 REG-AG.
           02 AG-CODIGO PIC 9(3).
           02 AG-NOMBRE PIC X(30).
           02 AG-GIF PIC 9(9).
           02 AG-PRECIO PIC 9(4)V99.
           02 AG-PLATO PIC 9(3).
           02 AG-COMISION PIC 99V99.
           02 AG-TIPOIVA PIC 9.
           02 AG-ESTADO PIC X.
              88 AGENCIA-BAJA VALUE "B".
      * Bono de agencia de la mesa donde se sienta la reserva; MESA.CBL
      * lo recoge al cobrar la mesa.
       FD BONOMESA LABEL RECORD STANDARD.
       01 REG-BM.
           02 BM-MESA PIC 99.
           02 BM-AGENCIA PIC 9(3).
           02 BM-BONO PIC X(12).
           02 BM-PAX PIC 9(3).
           02 BM-COMISION PIC 99V99.
      * Seguimiento de cada reserva hasta su factura (por fecha y
      * pagina, que se reutiliza): de donde vino (T telefono, W web,
      * F periodica), como acabo (S sentada, A anulada, N no
      * presentada; espacio = pendiente), la mesa y la senal al
      * sentarla, y la factura, los comensales reales y el gasto que
      * apunta MESA.CBL al cobrar la mesa (varias facturas si la
      * cuenta se divide). Lo resume RESGASTO.CBL.
       FD RESFACT LABEL RECORD STANDARD.
       01 REG-SG.
           02 SG-CLAVE.
              03 SG-FECHA PIC 9(8).
              03 SG-PAGINA PIC 9(5).
           02 SG-ORIGEN PIC X.
              88 ORIGEN-TELEFONO VALUE "T".
              88 ORIGEN-WEB VALUE "W".
              88 ORIGEN-FIJA VALUE "F".
           02 SG-TURNO PIC X.
           02 SG-RESERVADOS PIC 99.
           02 SG-ESTADO PIC X.
              88 SG-PENDIENTE VALUE " ".
              88 SG-SENTADA VALUE "S".
              88 SG-ANULADA VALUE "A".
              88 SG-NOPRESENT VALUE "N".
           02 SG-FANULA PIC 9(8).
           02 SG-MESA PIC 99.
           02 SG-SENAL PIC 9(4)V99.
           02 SG-NFAC PIC 9(8).
           02 SG-NFACTS PIC 9.
           02 SG-REALES PIC 99.
           02 SG-GASTO PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 CUPOTURNO PIC S9(4).
       77 CUBTURNO PIC 9(4).
       77 TURNOESP PIC X.
       77 RF-RESAVISO PIC X(42).
       77 ERRORRA PIC XX.
       77 RF-BONORES PIC X(42).
       77 RF-AGENCIA PIC X(42).
       77 RF-BONOMESA PIC X(42).
       77 ERRORBR PIC XX.
       77 ERRORAG PIC XX.
       77 ERRORBM PIC XX.
       77 RF-RESFACT PIC X(42).
       77 ERRORSG PIC XX.
       77 SG-NUEVOESTADO PIC X.
       77 DEVOLVERSENAL PIC X.
       77 AGENCIAOK PIC X.
       77 AGENCIAANT PIC 9(3) VALUE 0.
       77 T-AGENCIA PIC 9(3) VALUE 0.
       77 T-AGNOMBRE PIC X(30).
       77 T-AGCOMISION PIC 99V99.
       77 T-BONO PIC X(12).
       77 NOMBREAVISO PIC X(44).
       77 ERRORAV PIC XX.
       77 ERRORRR PIC XX.
       77 RESGRABADA PIC X.
       77 AV-PREFIJO PIC XX.
       77 AV-N PIC 99.
       77 FINRESP PIC X.
       77 FECHAVOLVER PIC 9(8).
       77 RESPLEIDAS PIC 9(4).
       77 RESPANULADAS PIC 9(4).
       77 RESPCONFIRMADAS PIC 9(4).
       77 RESPRECHAZADAS PIC 9(4).
       77 MOTIVORESP PIC X(24).
       01 HORAAVISO.
           02 HA-HORA PIC 99.
           02 HA-MINUTO PIC 99.
           02 HA-SEGUNDO PIC 99.
           02 HA-CENTESIMA PIC 99.
      * Letras del codigo de respuesta (sin I ni O para que no se
      * confundan con el uno y el cero al teclearlo en el movil).
       01 TABLA-LETRASAVISO.
           02 FILLER PIC X(24) VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ".
       01 LETRASAVISO REDEFINES TABLA-LETRASAVISO.
           02 LETRA-AVISO PIC X OCCURS 24.
       01 RESPUESTA.
           02 RR-ORDEN PIC X(10).
           02 RR-CODIGO.
              03 RR-LETRAS PIC XX.
              03 RR-CODPAG PIC 9(5).
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
       01 CABRESP.
           02 FILLER PIC X(40) VALUE
              "  RESPUESTAS A LOS AVISOS DE RESERVA    ".
           02 CR-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CR-ANO PIC 9(4).
       01 LINRESP.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LR-ORDEN PIC X(10).
           02 LR-CODIGO PIC X(7).
           02 FILLER PIC X VALUE SPACES.
           02 LR-NOMBRE PIC X(22).
           02 FILLER PIC X VALUE SPACES.
           02 LR-DIA PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 LR-MES PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LR-TURNO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LR-RESULTADO PIC X(24).
       01 TOTRESP.
           02 FILLER PIC X(10) VALUE "  LEIDAS: ".
           02 TR-LEIDAS PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  ANULADAS: ".
           02 TR-ANULADAS PIC ZZZ9.
           02 FILLER PIC X(15) VALUE "  CONFIRMADAS: ".
           02 TR-CONFIRMADAS PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  RECHAZADAS: ".
           02 TR-RECHAZADAS PIC ZZZ9.
       01 TablaEspera.
           02 WE-ENT OCCURS 30.
              03 WET-FECHA PIC 9(8).
      * por el mismo motivo que MENSNIFRES.
       01 MENSNOPRES PIC X(57) VALUE
          "Marcar como no presentado y archivar la reserva (S/N):".
      * Peticion a FACANTIC.COB: factura de anticipo de la senal al
      * grabar la reserva, paso a la mesa al sentarla y devolucion
      * (abono) o retencion (factura final) al anularla.
       01 PETANTICIPO.
           02 PA-ACCION PIC X.
           02 PA-ORIGEN PIC X.
           02 PA-REFFECHA PIC 9(8).
           02 PA-REFNUM PIC 9(5).
           02 PA-REFLINEA PIC 99.
           02 PA-NOMBRE PIC X(30).
           02 PA-IMPORTE PIC 9(5)V99.
           02 PA-METODO PIC X.
           02 PA-MESA PIC 99.
           02 PA-NFAC PIC 9(8).
           02 PA-CUANTOS PIC 99.
       01 DATOSVENTANA.
           02 FILLER PIC 99 VALUE 04.
           02 FILLER PIC 99 VALUE 34.
           DISPLAY " " ERASE
           OPEN I-O RESERVA
           OPEN I-O CLIENTES
           OPEN I-O RESAVISO
           OPEN I-O BONORES
           OPEN I-O RESFACT
           ACCEPT WFECHA FROM DATE YYYYMMDD
           MOVE WFECHA TO FEC-DIA
           MOVE LOW-VALUE TO FECHA
           PERFORM ALTAS UNTIL TECLAF = 27
           CLOSE RESERVA
           CLOSE CLIENTES
           CLOSE RESAVISO
           CLOSE BONORES
           CLOSE RESFACT
           EXIT PROGRAM.

      ***   Borrado de las paginas anteriores a la fecha actual  ***
           DISPLAY TURNO LINE 11 POSITION 56 CONTROL COLORA
           DISPLAY "HORA" LINE 11 POSITION 59 CONTROL COLORA
           DISPLAY HORA LINE 11 POSITION 64 CONTROL COLORA
           PERFORM CargarBonoReserva
           MOVE 14 TO LINEA
           MOVE 1 TO I
           PERFORM UNTIL I > 8
           MOVE 0 TO T-SENAL
           MOVE "C" TO TURNO
           MOVE 0 TO HORA
           MOVE 0 TO T-AGENCIA AGENCIAANT
           MOVE SPACES TO T-BONO T-AGNOMBRE
           CALL "CUROFF.EXE"
           PERFORM MostrarBonoReserva
           DISPLAY T-NOMBRE LINE 7 POSITION 11 CONTROL COLORA
           DISPLAY T-NIF LINE 7 POSITION 55 CONTROL COLORA
           DISPLAY T-DIRECCION LINE 8 POSITION 14 CONTROL COLORA
      *** MESA.CBL la descuente de la factura final.                 ***

       ApuntarSenalMesa.
           MOVE "M" TO PA-ACCION
           PERFORM PedirAnticipo
           IF PA-CUANTOS = 0
              OPEN EXTEND SENALMESA
              IF ERRORSM = "00" OR "05"
                 MOVE T-MESA TO SM-MESA
                 MOVE SENAL TO SM-IMPORTE
                 WRITE REG-SENALMESA
                 CLOSE SENALMESA
              END-IF
           END-IF.

      *** La senal cobrada lleva su factura de anticipo (FACANTIC):  ***
      *** se emite al grabar la reserva por lo que aun no este       ***
      *** facturado, pasa a la mesa al sentarla (y ya no se apunta  ***
      *** en SENALMESA.DAT; solo las senales de antes sin factura)   ***
      *** y al anularla se devuelve con abono o se retiene con       ***
      *** factura final.                                             ***

       EmitirAnticipoReserva.
           IF SENAL NOT = 0
              MOVE "E" TO PA-ACCION
              PERFORM PedirAnticipo
           END-IF.
       LiquidarSenal.
           IF SENAL NOT = 0
              IF DEVOLVERSENAL = "S"
                 MOVE "D" TO PA-ACCION
              ELSE
                 MOVE "R" TO PA-ACCION
              END-IF
              PERFORM PedirAnticipo
           END-IF.
       PedirAnticipo.
           MOVE "R" TO PA-ORIGEN
           MOVE FECHA TO PA-REFFECHA
           MOVE PAGINA TO PA-REFNUM
           MOVE 0 TO PA-REFLINEA
           MOVE NOMBRE TO PA-NOMBRE
           MOVE SENAL TO PA-IMPORTE
           MOVE SENALMET TO PA-METODO
           MOVE T-MESA TO PA-MESA
           CALL "FACANTIC.COB" USING PETANTICIPO.
       PedirDevolverSenal.
           ACCEPT DEVOLVERSENAL LINE 24 POSITION 37 TAB
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF DEVOLVERSENAL = "s"
              MOVE "S" TO DEVOLVERSENAL
           END-IF
           IF DEVOLVERSENAL = "n"
              MOVE "N" TO DEVOLVERSENAL
           END-IF.

      *** Igual con el bono de una reserva de agencia: la mesa queda ***
      *** como mesa de agencia con los comensales de la reserva y la ***
      *** comision de la agencia; MESA.CBL separa lo que paga ella.  ***

       ApuntarBonoMesa.
           PERFORM LeerAgencia
           OPEN I-O BONOMESA
           IF ERRORBM = "00" OR "05"
              MOVE T-MESA TO BM-MESA
              MOVE T-AGENCIA TO BM-AGENCIA
              MOVE T-BONO TO BM-BONO
              MOVE COMENSALES TO BM-PAX
              MOVE T-AGCOMISION TO BM-COMISION
              WRITE REG-BM
                 INVALID KEY
                    REWRITE REG-BM INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
              CLOSE BONOMESA
           END-IF.

      *** Agencia y bono de la pagina: solo valen si son de la misma ***
      *** fecha, porque las paginas se reutilizan.                   ***

       CargarBonoReserva.
           MOVE 0 TO T-AGENCIA
           MOVE SPACES TO T-BONO T-AGNOMBRE
           MOVE PAGINA TO BR-PAGINA
           READ BONORES
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF BR-FECHA = FECHA
                    MOVE BR-AGENCIA TO T-AGENCIA
                    MOVE BR-BONO TO T-BONO
                 END-IF
           END-READ
           MOVE T-AGENCIA TO AGENCIAANT
           IF T-AGENCIA NOT = 0
              PERFORM LeerAgencia
           END-IF
           PERFORM MostrarBonoReserva.
       MostrarBonoReserva.
           DISPLAY "AGENCIA:" LINE 13 POSITION 3 CONTROL COLORA
           DISPLAY T-AGENCIA LINE 13 POSITION 12 CONTROL COLORA
           DISPLAY T-AGNOMBRE LINE 13 POSITION 16 CONTROL COLORA
           DISPLAY "BONO:" LINE 13 POSITION 48 CONTROL COLORA
           DISPLAY T-BONO LINE 13 POSITION 54 CONTROL COLORA.
       LeerAgencia.
           MOVE "N" TO AGENCIAOK
           MOVE SPACES TO T-AGNOMBRE
           MOVE 0 TO T-AGCOMISION
           OPEN INPUT AGENCIA
           IF ERRORAG = "00"
              MOVE T-AGENCIA TO AG-CODIGO
              READ AGENCIA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO AGENCIAOK
                    IF AGENCIA-BAJA
                       MOVE "B" TO AGENCIAOK
                    END-IF
                    MOVE AG-NOMBRE TO T-AGNOMBRE
                    MOVE AG-COMISION TO T-AGCOMISION
              END-READ
              CLOSE AGENCIA
           END-IF.

      *** 0 es reserva normal; una agencia de baja solo se admite en ***
      *** la reserva que ya la tenia.                                ***

       ValidarAgencia.
           IF T-AGENCIA = 0
              MOVE "S" TO AGENCIAOK
              MOVE SPACES TO T-AGNOMBRE T-BONO
           ELSE
              PERFORM LeerAgencia
              IF AGENCIAOK = "B" AND T-AGENCIA NOT = AGENCIAANT
                 MOVE "N" TO AGENCIAOK
              END-IF
              IF AGENCIAOK = "N"
                 DISPLAY "AGENCIA INEXISTENTE O DE BAJA" LINE 23
                    POSITION 1 CONTROL COLORA
              ELSE
                 DISPLAY LM(44) LINE 23 POSITION 1 CONTROL COLORA
              END-IF
           END-IF
           PERFORM MostrarBonoReserva.
       GuardarBonoReserva.
           MOVE PAGINA TO BR-PAGINA
           IF T-AGENCIA = 0
              DELETE BONORES RECORD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              MOVE FECHA TO BR-FECHA
              MOVE T-AGENCIA TO BR-AGENCIA
              MOVE T-BONO TO BR-BONO
              WRITE REG-BR
                 INVALID KEY
                    REWRITE REG-BR INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
           END-IF
           MOVE T-AGENCIA TO AGENCIAANT.
       QuitarBonoReserva.
           MOVE PAGINA TO BR-PAGINA
           DELETE BONORES RECORD INVALID KEY CONTINUE
           END-DELETE.

      *** Pide el tipo de anotacion a buscar (N/A/C/S/M) y recorre   ***
      *** todo RESERVA.DAT por orden de fecha listando las que       ***
      *** coincidan; al terminar repinta la pagina que estaba activa ***
                ACCEPT SENALFECHA FROM DATE YYYYMMDD
             END-IF
           END-IF.
           IF ESTADO = 0
             DISPLAY "AGENCIA:" LINE 13 POSITION 3 CONTROL COLORA
             PERFORM WITH TEST AFTER UNTIL AGENCIAOK NOT = "N"
                OR ESTADO NOT = 0
               ACCEPT T-AGENCIA LINE 13 POSITION 12 CONTROL COLORA
                 TAB NO BEEP UPDATE
                 ON EXCEPTION TECLAF PERFORM TECLASFUNCION
               END-ACCEPT
               IF ESTADO = 0
                  PERFORM ValidarAgencia
               END-IF
             END-PERFORM
           END-IF.
           IF ESTADO = 0 AND T-AGENCIA NOT = 0
             DISPLAY "BONO:" LINE 13 POSITION 48 CONTROL COLORA
             ACCEPT T-BONO LINE 13 POSITION 54 CONTROL COLORA
               TAB NO BEEP UPDATE
               ON EXCEPTION TECLAF PERFORM TECLASFUNCION
             END-ACCEPT
           END-IF.
           MOVE 1 TO I
           MOVE 14 TO LINEA
           IF ESTADO = 0
                 LINE 23 POSITION 1 CONTROL COLORA
           ELSE
              PERFORM MOVER
              MOVE "S" TO RESGRABADA
              WRITE REG-RES INVALID KEY MOVE "N" TO RESGRABADA
              END-WRITE
              IF RESGRABADA = "S"
                 PERFORM GuardarBonoReserva
              END-IF
              IF RESGRABADA = "S" AND NOMBRE NOT = SPACES
                 PERFORM AltaResFact
                 PERFORM EmitirAnticipoReserva
                 PERFORM ConfirmarReserva
                 PERFORM PublicarDisponibilidad
              END-IF
           END-IF.
           MOVE "S" TO MODIFIC
           MOVE "S" TO EXIS
           PERFORM MOVER
           REWRITE REG-RES
           END-REWRITE.
           IF NOMBRE NOT = SPACES
              PERFORM ActualizarResFact
              PERFORM EmitirAnticipoReserva
           END-IF.
           PERFORM GuardarBonoReserva.
           PERFORM PublicarDisponibilidad.

      *** Seguimiento de la reserva hasta su factura (RESFACT.DAT): ***
      *** se da de alta al grabarla, se corrige si cambia el turno  ***
      *** o los comensales y se cierra al sentarla (F6), anularla   ***
      *** (F3 o respuesta al aviso) o darla por no presentada (F7). ***
      *** Las reservas de antes que no lo tengan se dan de alta al  ***
      *** tocarlas.                                                 ***

       AltaResFact.
           MOVE FECHA TO SG-FECHA
           MOVE PAGINA TO SG-PAGINA
           MOVE "T" TO SG-ORIGEN
           MOVE TURNO TO SG-TURNO
           MOVE COMENSALES TO SG-RESERVADOS
           MOVE " " TO SG-ESTADO
           MOVE 0 TO SG-FANULA SG-MESA SG-SENAL SG-NFAC SG-NFACTS
           MOVE 0 TO SG-REALES SG-GASTO
           WRITE REG-SG
              INVALID KEY
                 REWRITE REG-SG INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.
       ActualizarResFact.
           MOVE FECHA TO SG-FECHA
           MOVE PAGINA TO SG-PAGINA
           READ RESFACT
              INVALID KEY PERFORM AltaResFact
              NOT INVALID KEY
                 MOVE TURNO TO SG-TURNO
                 MOVE COMENSALES TO SG-RESERVADOS
                 REWRITE REG-SG INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
       SentarResFact.
           PERFORM ActualizarResFact
           MOVE "S" TO SG-ESTADO
           MOVE T-MESA TO SG-MESA
           MOVE SENAL TO SG-SENAL
           MOVE 0 TO SG-NFAC SG-NFACTS SG-REALES SG-GASTO
           REWRITE REG-SG INVALID KEY CONTINUE
           END-REWRITE.
       CerrarResFact.
           PERFORM ActualizarResFact
           MOVE SG-NUEVOESTADO TO SG-ESTADO
           MOVE FEC-DIA TO SG-FANULA
           IF SG-NOPRESENT
              MOVE SENAL TO SG-SENAL
           END-IF
           REWRITE REG-SG INVALID KEY CONTINUE
           END-REWRITE.

      *** Rehace el fichero de plazas libres de la web tras cada     ***
      *** cambio en el libro, para que la web no acepte reservas en  ***
      *** turnos llenos o cerrados.                                  ***

       PublicarDisponibilidad.
           CALL "DISPONIB.COB".

      *** Realizo las operaciones correspondientes  ***
      ***   asignadas a cada tecla de funcion       ***
              END-PERFORM
              DISPLAY LM(44) LINE 23 POSITION 1
              IF ANULAR = "S" OR "s"
                  IF NOMBRE NOT = SPACES
                     MOVE "A" TO SG-NUEVOESTADO
                     PERFORM CerrarResFact
                  END-IF
                  IF SENAL NOT = 0
                     MOVE " " TO DEVOLVERSENAL
                     DISPLAY "DEVOLVER LA SENAL AL CLIENTE (S/N):"
                        LINE 24 POSITION 1 CONTROL COLORA
                     PERFORM PedirDevolverSenal
                        UNTIL DEVOLVERSENAL = "S" OR "N"
                     DISPLAY LM(44) LINE 24 POSITION 1
                     PERFORM LiquidarSenal
                  END-IF
                  DELETE RESERVA
                  PERFORM QuitarBonoReserva
                  PERFORM PublicarDisponibilidad
                  PERFORM RevisarEspera
              END-IF
              MOVE 1 TO ESTADO
              MOVE "N" TO MODIFIC
           END-IF.

      * F1 recoge las respuestas de los clientes a los avisos de
      * confirmacion y recordatorio (RESRESP.TXT): anula las reservas
      * que lo piden, con lo que su hueco queda libre en el turno, y
      * repasa la lista de espera de ese dia como hace F3.
           IF TECLAF = 1
             PERFORM ImportarRespuestas
             MOVE 1 TO ESTADO
           END-IF.

      * Me permite a�adir mas reservas en una misma fecha. De la otra
      * forma me modificaria la reserva ya existente de esa fecha.
           IF TECLAF = 5
                     DISPLAY SENAL LINE 24 POSITION 18 CONTROL COLORA
                     PERFORM ApuntarSenalMesa
                  END-IF
                  IF T-AGENCIA NOT = 0
                     PERFORM ApuntarBonoMesa
                  END-IF
                  PERFORM SentarResFact
                  CALL "MESA.COB" USING T-MESA
                  MOVE 1 TO VEZ
                  PERFORM RECFECHA
                   WRITE REG-RESHIST
                   CLOSE RESHIST
                   PERFORM MarcarNoPresentado
                   MOVE "N" TO SG-NUEVOESTADO
                   PERFORM CerrarResFact
                   MOVE "N" TO DEVOLVERSENAL
                   PERFORM LiquidarSenal
                   DELETE RESERVA
                   PERFORM QuitarBonoReserva
                   PERFORM PublicarDisponibilidad
               END-IF
               MOVE 1 TO ESTADO
               MOVE "S" TO BORRADO
           MOVE WET-TURNO(WE-ELEGIDA) TO TURNO
           MOVE 0 TO HORA
           WRITE REG-RES INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM AltaResFact
                              PERFORM ConfirmarReserva
           END-WRITE
           PERFORM PublicarDisponibilidad
           OPEN OUTPUT ESPERA
           PERFORM ReescribirEspera VARYING WE-I FROM 1 BY 1
              UNTIL WE-I > WE-N
              WRITE REG-ESPERA
           END-IF.

      *** Aviso de confirmacion de una reserva recien grabada: le   ***
      *** da su codigo de respuesta y deja el mensaje en el buzon.  ***

       ConfirmarReserva.
           PERFORM PrepararAviso
           IF AVISO-SMS OR AVISO-EMAIL
              MOVE "RC" TO AV-PREFIJO
              MOVE "CONFIRMACION DE SU RESERVA" TO AV-ASUNTO
              PERFORM EscribirAviso
              MOVE FEC-DIA TO RA-FCONFIRMA
           END-IF
           WRITE REG-RA
              INVALID KEY
                 REWRITE REG-RA INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.

      *** Registro de avisos nuevo para la reserva en el buffer:    ***
      *** codigo de dos letras sacadas de la hora mas la pagina, y  ***
      *** email del cliente de la ficha si lo tiene; si no, SMS al  ***
      *** telefono de la reserva.                                   ***

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

      *** Deja el mensaje de la reserva del buffer en el buzon de   ***
      *** salida, en un fichero RCnnnnn.TXT (confirmacion) o         ***
      *** RRnnnnn.TXT (recordatorio) segun AV-PREFIJO.               ***

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

      *** Lectura de RESRESP.TXT: cada respuesta se casa con su      ***
      *** reserva por el codigo (letras y pagina) y la fecha; lo que ***
      *** no casa sale en el listado con el motivo. Al anular se     ***
      *** borra la reserva y se repasa la espera de su fecha; al     ***
      *** terminar se vuelve a la fecha que habia en pantalla.       ***

       ImportarRespuestas.
           OPEN INPUT RESRESP
           IF ERRORRR NOT = "00"
              DISPLAY "NO HAY FICHERO RESRESP.TXT                  "
                 LINE 23 POSITION 1 CONTROL COLORA
           ELSE
              MOVE WFECHA TO FECHAVOLVER
              MOVE 0 TO RESPLEIDAS RESPANULADAS RESPCONFIRMADAS
              MOVE 0 TO RESPRECHAZADAS
              OPEN OUTPUT LISTADO
              MOVE FDIA TO CR-DIA
              MOVE FMES TO CR-MES
              MOVE FANO TO CR-ANO
              WRITE LINEAIMP FROM CABRESP BEFORE ADVANCING 2 LINE
              MOVE "N" TO FINRESP
              PERFORM LeerRespuesta UNTIL FINRESP = "S"
              CLOSE RESRESP
              MOVE RESPLEIDAS TO TR-LEIDAS
              MOVE RESPANULADAS TO TR-ANULADAS
              MOVE RESPCONFIRMADAS TO TR-CONFIRMADAS
              MOVE RESPRECHAZADAS TO TR-RECHAZADAS
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM TOTRESP BEFORE ADVANCING 2 LINE
              CLOSE LISTADO
              MOVE FECHAVOLVER TO WFECHA
              MOVE WFECHA TO FECHA
              MOVE "N" TO FIN
              MOVE 1 TO VEZ
              PERFORM RECFECHA
              DISPLAY "RESPUESTAS ANULADAS/CONFIRMADAS/RECHAZADAS:"
                 LINE 23 POSITION 1 CONTROL COLORA
              DISPLAY RESPANULADAS LINE 23 POSITION 45 CONTROL COLORA
              DISPLAY RESPCONFIRMADAS LINE 23 POSITION 50
                 CONTROL COLORA
              DISPLAY RESPRECHAZADAS LINE 23 POSITION 55
                 CONTROL COLORA
           END-IF.
       LeerRespuesta.
           READ RESRESP AT END MOVE "S" TO FINRESP
           END-READ.
           IF FINRESP = "N" AND REG-RR NOT = SPACES
              ADD 1 TO RESPLEIDAS
              MOVE SPACES TO RESPUESTA MOTIVORESP
              UNSTRING REG-RR DELIMITED BY ALL SPACES
                 INTO RR-ORDEN RR-CODIGO
              END-UNSTRING
              MOVE RR-ORDEN TO LR-ORDEN
              MOVE RR-CODIGO TO LR-CODIGO
              MOVE SPACES TO LR-NOMBRE
              MOVE 0 TO LR-DIA LR-MES
              MOVE SPACE TO LR-TURNO
              PERFORM CasarRespuesta
              IF MOTIVORESP = SPACES
                 IF RR-ORDEN = "ANULAR"
                    PERFORM AnularPorRespuesta
                 ELSE
                    MOVE "C" TO RA-RESPUESTA
                    MOVE FEC-DIA TO RA-FRESPUESTA
                    REWRITE REG-RA INVALID KEY CONTINUE
                    END-REWRITE
                    ADD 1 TO RESPCONFIRMADAS
                    MOVE "CONFIRMADA" TO MOTIVORESP
                 END-IF
              ELSE
                 ADD 1 TO RESPRECHAZADAS
              END-IF
              MOVE MOTIVORESP TO LR-RESULTADO
              WRITE LINEAIMP FROM LINRESP BEFORE ADVANCING 1 LINE
           END-IF.
       CasarRespuesta.
           IF RR-ORDEN NOT = "ANULAR" AND NOT = "CONFIRMAR"
              MOVE "RESPUESTA NO RECONOCIDA" TO MOTIVORESP
           END-IF
           IF MOTIVORESP = SPACES AND RR-CODPAG NOT NUMERIC
              MOVE "CODIGO MAL FORMADO" TO MOTIVORESP
           END-IF
           IF MOTIVORESP = SPACES
              MOVE RR-CODPAG TO RA-PAGINA
              READ RESAVISO
                 INVALID KEY MOVE "CODIGO DESCONOCIDO" TO MOTIVORESP
                 NOT INVALID KEY
                    IF RA-CODIGO NOT = RR-CODIGO
                       MOVE "CODIGO DESCONOCIDO" TO MOTIVORESP
                    END-IF
              END-READ
           END-IF
           IF MOTIVORESP = SPACES AND RESP-ANULA
              MOVE "YA ESTABA ANULADA" TO MOTIVORESP
           END-IF
           IF MOTIVORESP = SPACES
              MOVE RA-PAGINA TO PAGINA
              READ RESERVA
                 INVALID KEY MOVE "LA RESERVA YA NO EXISTE"
                    TO MOTIVORESP
                 NOT INVALID KEY
                    MOVE NOMBRE TO LR-NOMBRE
                    MOVE DIA TO LR-DIA
                    MOVE MES TO LR-MES
                    MOVE TURNO TO LR-TURNO
                    IF FECHA NOT = RA-FECHA
                       MOVE "LA RESERVA YA NO EXISTE" TO MOTIVORESP
                    END-IF
              END-READ
           END-IF
           IF MOTIVORESP = SPACES AND FECHA < FEC-DIA
              MOVE "LA FECHA YA HA PASADO" TO MOTIVORESP
           END-IF.
       AnularPorRespuesta.
           MOVE "A" TO SG-NUEVOESTADO
           PERFORM CerrarResFact
           MOVE "S" TO DEVOLVERSENAL
           PERFORM LiquidarSenal
           DELETE RESERVA INVALID KEY CONTINUE
           END-DELETE
           PERFORM QuitarBonoReserva
           MOVE "A" TO RA-RESPUESTA
           MOVE FEC-DIA TO RA-FRESPUESTA
           REWRITE REG-RA INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO RESPANULADAS
           MOVE "ANULADA" TO MOTIVORESP
           PERFORM PublicarDisponibilidad
           MOVE RA-FECHA TO WFECHA
           PERFORM RevisarEspera.

      * Para activar RE-PAG voy decrementando la fecha hasta que
      * encuentra una.
       DECREMENTO.
           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-RESAVISO
           STRING RUTADATOS DELIMITED BY " "
                  "RESAVISO.DAT" DELIMITED BY SIZE
                  INTO RF-RESAVISO
           END-STRING
           MOVE SPACES TO RF-BONORES
           STRING RUTADATOS DELIMITED BY " "
                  "BONORES.DAT" DELIMITED BY SIZE
                  INTO RF-BONORES
           END-STRING
           MOVE SPACES TO RF-AGENCIA
           STRING RUTADATOS DELIMITED BY " "
                  "AGENCIA.DAT" DELIMITED BY SIZE
                  INTO RF-AGENCIA
           END-STRING
           MOVE SPACES TO RF-BONOMESA
           STRING RUTADATOS DELIMITED BY " "
                  "BONOMESA.DAT" DELIMITED BY SIZE
                  INTO RF-BONOMESA
           END-STRING
           MOVE SPACES TO RF-RESFACT
           STRING RUTADATOS DELIMITED BY " "
                  "RESFACT.DAT" DELIMITED BY SIZE
                  INTO RF-RESFACT
           END-STRING.
