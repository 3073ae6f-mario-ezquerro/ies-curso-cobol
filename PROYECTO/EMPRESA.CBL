           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPAR.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
      * Regimen especial del criterio de caja del IVA (lo mantiene
      * EMPRESA.CBL): "S" si el restaurante se acoge, y el primer y
      * el ultimo ejercicio acogidos (0 = sigue acogido). Las facturas
      * emitidas en esos ejercicios devengan el IVA al cobrarse.
       FD REGIVA LABEL RECORD STANDARD.
       01 REG-RI.
           02 RI-CRITCAJA PIC X.
              88 RI-CAJA VALUE "S".
           02 RI-DESDE PIC 9(4).
           02 RI-HASTA PIC 9(4).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 W-DIRECCION PIC X(40).
       77 W-POBLACION PIC X(25).
       77 W-NIF       PIC X(9).
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 W-CRITCAJA  PIC X.
       77 W-CAJADESDE PIC 9(4).
       77 W-CAJAHASTA PIC 9(4).
       01 CONTADORES.
           02 LINEA PIC 99.
           02 POSICION PIC 99.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerEmpresa
           PERFORM LeerRegimenIva
           MOVE 06151969000021 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "DATOS FISCALES DEL RESTAURANTE (ESC=DEJAR)"
              LINE 7 POSITION 22 REVERSE
           DISPLAY "DIRECCION" LINE 11 POSITION 17 REVERSE
           DISPLAY "POBLACION" LINE 13 POSITION 17 REVERSE
           DISPLAY "NIF"       LINE 15 POSITION 17 REVERSE
           DISPLAY "CRIT. CAJA" LINE 17 POSITION 17 REVERSE
           DISPLAY "(S/N) DESDE       HASTA      (0=SIGUE)"
              LINE 17 POSITION 30
           ACCEPT W-NOMBRE LINE 9 POSITION 28 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              PERFORM PedirRegimenIva
           END-IF
           IF TECLAF NOT = 27
              PERFORM GrabarEmpresa
              PERFORM GrabarRegimenIva
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
              CLOSE EMPRESA
           END-IF.


      ** Regimen especial del criterio de caja (REGIVA.DAT aparte,   **
      ** para no tocar el registro de EMPRESA.DAT que leen todos los **
      ** programas que imprimen facturas): si se acoge, el IVA de las**
      ** facturas de esos ejercicios se devenga al cobrarlas, lo    **
      ** soportado se deduce al pagarlo y la factura lleva la       **
      ** mencion obligatoria.                                       **

       LeerRegimenIva.
           MOVE "N" TO W-CRITCAJA
           MOVE 0 TO W-CAJADESDE W-CAJAHASTA
           OPEN INPUT REGIVA
           IF ERRORRI = "00"
              READ REGIVA AT END CONTINUE
              END-READ
              IF ERRORRI = "00"
                 MOVE RI-CRITCAJA TO W-CRITCAJA
                 MOVE RI-DESDE    TO W-CAJADESDE
                 MOVE RI-HASTA    TO W-CAJAHASTA
              END-IF
              CLOSE REGIVA
           END-IF.
       PedirRegimenIva.
           PERFORM WITH TEST AFTER UNTIL TECLAF = 27
              OR W-CRITCAJA = "S" OR W-CRITCAJA = "N"
              ACCEPT W-CRITCAJA LINE 17 POSITION 28 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF W-CRITCAJA = "s"
                 MOVE "S" TO W-CRITCAJA
              END-IF
              IF W-CRITCAJA = "n" OR W-CRITCAJA = " "
                 MOVE "N" TO W-CRITCAJA
              END-IF
           END-PERFORM
           IF TECLAF NOT = 27 AND W-CRITCAJA = "S"
              ACCEPT W-CAJADESDE LINE 17 POSITION 42 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 ACCEPT W-CAJAHASTA LINE 17 POSITION 54 NO BEEP TAB
                    UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
              END-IF
              IF W-CAJAHASTA NOT = 0 AND W-CAJAHASTA < W-CAJADESDE
                 MOVE 0 TO W-CAJAHASTA
              END-IF
           END-IF.
       GrabarRegimenIva.
           MOVE W-CRITCAJA  TO RI-CRITCAJA
           MOVE W-CAJADESDE TO RI-DESDE
           MOVE W-CAJAHASTA TO RI-HASTA
           OPEN OUTPUT REGIVA
           WRITE REG-RI
           CLOSE REGIVA.

       GrabarEmpresa.
           MOVE W-NOMBRE    TO EM-NOMBRE
           MOVE W-DIRECCION TO EM-DIRECCION
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-REGIVA
           STRING RUTADATOS DELIMITED BY " "
                  "REGIVA.DAT" DELIMITED BY SIZE
                  INTO RF-REGIVA
           END-STRING.
