       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 HOY PIC 9(8).
       77 MESAEVENTO PIC 99.
      * Peticion a FACANTIC.COB: factura de anticipo de cada senal
      * cobrada, paso de las pendientes a la mesa del evento y
      * devolucion (abono) o retencion (factura final).
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
       01 LINSEN.
           02 SL-NUM PIC Z9.
           02 FILLER PIC X(2) VALUE ". ".
           PERFORM LeerSesion
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "X" OR "x"
      * Un evento confirmado cierra ese dia a las reservas de la web.
           CALL "DISPONIB.COB"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
           END-ACCEPT.

      ** Calendario de senales del evento: lista las entregas, deja  **
      ** anadir otra y marcar una como cobrada (entra en caja y se  **
      ** emite su factura de anticipo). Los anticipos se pasan a la **
      ** mesa donde se factura el evento para descontarlos, o se   **
      ** devuelven (abono) o retienen (factura final) si se anula.  **

       SENALES.
           OPEN I-O EVENSEN
              ADD 1 TO LINEA
           END-IF.
       EditarSenales.
           DISPLAY "A=ANADIR C=COBRAR M=A MESA D=DEVOLVER R=RETENER:"
              LINE 20 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 20 POSITION 55 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "A" OR "a"
           IF OPCION = "C" OR "c"
              PERFORM CobrarSenal
           END-IF
           IF OPCION = "M" OR "m"
              PERFORM PasarAnticiposMesa
           END-IF
           IF OPCION = "D" OR "d"
              MOVE "D" TO PA-ACCION
              PERFORM LiquidarAnticipos
           END-IF
           IF OPCION = "R" OR "r"
              MOVE "R" TO PA-ACCION
              PERFORM LiquidarAnticipos
           END-IF
           MOVE "X" TO OPCION.
       AnadirSenal.
           MOVE EVPEDIDO TO ES-EVENTO
                    REWRITE REG-ES INVALID KEY CONTINUE
                    END-REWRITE
                    PERFORM ApuntarSenalCaja
                    MOVE "E" TO PA-ACCION
                    MOVE NLINSEN TO PA-REFLINEA
                    MOVE ES-IMPORTE TO PA-IMPORTE
                    PERFORM PedirAnticipo
                    DISPLAY "SENAL COBRADA Y EN CAJA" LINE 22
                       POSITION 5
                    IF PA-NFAC NOT = 0
                       DISPLAY "FACTURA DE ANTICIPO:" LINE 23
                          POSITION 5
                       DISPLAY PA-NFAC LINE 23 POSITION 26
                    END-IF
              END-READ
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              CLOSE CAJAMOV
           END-IF.

      ** Pasa los anticipos pendientes del evento a la mesa donde se **
      ** va a facturar, para que MESA.CBL los descuente.             **

       PasarAnticiposMesa.
           DISPLAY "MESA DEL EVENTO:" LINE 21 POSITION 5
           MOVE 0 TO MESAEVENTO
           ACCEPT MESAEVENTO LINE 21 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESAEVENTO NOT = 0
              MOVE "M" TO PA-ACCION
              MOVE 0 TO PA-REFLINEA
              MOVE 0 TO PA-IMPORTE
              PERFORM PedirAnticipo
              IF PA-CUANTOS = 0
                 DISPLAY "NO HAY ANTICIPOS PENDIENTES" LINE 22
                    POSITION 5
              ELSE
                 DISPLAY "ANTICIPOS PASADOS A LA MESA:" LINE 22
                    POSITION 5
                 DISPLAY PA-CUANTOS LINE 22 POSITION 34
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Devuelve (abono) o retiene (factura final) los anticipos    **
      ** aun no descontados de una senal o de todas (0).             **

       LiquidarAnticipos.
           DISPLAY "N. DE SENAL (0 = TODAS):" LINE 21 POSITION 5
           MOVE 0 TO NLINSEN
           ACCEPT NLINSEN LINE 21 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              MOVE NLINSEN TO PA-REFLINEA
              MOVE 0 TO PA-IMPORTE
              MOVE 0 TO MESAEVENTO
              PERFORM PedirAnticipo
              IF PA-CUANTOS = 0
                 DISPLAY "NO HAY ANTICIPOS PENDIENTES" LINE 22
                    POSITION 5
              ELSE
                 DISPLAY "DOCUMENTOS EMITIDOS:" LINE 22 POSITION 5
                 DISPLAY PA-CUANTOS LINE 22 POSITION 26
                 DISPLAY "ULTIMO:" LINE 22 POSITION 30
                 DISPLAY PA-NFAC LINE 22 POSITION 38
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       PedirAnticipo.
           MOVE "E" TO PA-ORIGEN
           MOVE 0 TO PA-REFFECHA
           MOVE EVPEDIDO TO PA-REFNUM
           MOVE "E" TO PA-METODO
           MOVE MESAEVENTO TO PA-MESA
           MOVE SPACES TO PA-NOMBRE
           OPEN INPUT PRESUP
           MOVE EV-PRESUP TO PRNUM
           READ PRESUP
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE PR-CLIENTE TO PA-NOMBRE
           END-READ
           CLOSE PRESUP
           CALL "FACANTIC.COB" USING PETANTICIPO.

      ** Estado del evento: tentativo, confirmado o ya facturado.    **

       CAMBIARESTADO.
