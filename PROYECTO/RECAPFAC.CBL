           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
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
      * Registro encadenado de facturacion: la recapitulativa es una
      * factura emitida mas y deja su apunte en la cadena.
       FD REGISFAC LABEL RECORD STANDARD.
           02 RG-IMPORTE PIC 9(6)V99.
           02 RG-ENCADANT PIC 9(9).
           02 RG-ENCADEN PIC 9(9).
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-REGISFAC PIC X(42).
       77 ERRORCF PIC XX.
       77 ERROREMP PIC XX.
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 ERRORRG PIC XX.
       77 ERRORIMP PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 ENCTRABAJO PIC 9(15).
       77 ENCCOC PIC 9(7).
       77 ENCRESTO PIC 9(9).
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       01 FECHAHOY8.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
       01 TOTRECAP.
           02 FILLER PIC X(18) VALUE "  TOTAL FACTURA:  ".
           02 RC-TOTAL PIC ZZZZ.ZZ9,99.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           DISPLAY " " ERASE
           DISPLAY "FACTURA RECAPITULATIVA MENSUAL" LINE 2 POSITION 5
           DISPLAY "GIF DEL CLIENTE:" LINE 4 POSITION 5
           COMPUTE CF-NFACSIG = NFAC + 1
           ADD 1 TO CF-SERIESIG
           PERFORM GrabarContadores
           PERFORM GrabarRegistroFactura
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.
       BuscarLibre.
           MOVE NUMFACT TO NFAC
           READ FACTURA

      ** Cada ticket queda absorbido (FCLASE "X"), enlazado a la     **
      ** recapitulativa por FABONODE y fuera de la lista de morosos: **
      ** la deuda viva pasa a ser la de la recapitulativa. En los    **
      ** totales de venta por dia se quita como ticket (en la franja **
      ** de su apunte en el registro de facturacion) y se vuelve a   **
      ** sumar ya absorbido, que solo cuenta sus platos.             **

       AbsorberTickets.
           PERFORM AbsorberUnTicket VARYING TK-I FROM 1 BY 1
           READ FACTURA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM QuitarVentaTicket
                 MOVE "X" TO FCLASE
                 MOVE NFACRECAP TO FABONODE
                 MOVE " " TO FPAGADA
                 MOVE 0 TO FCOBRADO
                 REWRITE REG-FAC INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "+" TO PV-SIGNO
                 CALL "VENTDIA.COB" USING REG-FAC PETVENTA
           END-READ.
       QuitarVentaTicket.
           MOVE 0 TO PV-HORA
           MOVE "N" TO FINRG
           OPEN INPUT REGISFAC
           IF ERRORRG NOT = "00"
              MOVE "S" TO FINRG
           END-IF
           PERFORM BuscarHoraTicket UNTIL FINRG = "S"
           IF ERRORRG = "00"
              CLOSE REGISFAC
           END-IF
           MOVE "-" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.
       BuscarHoraTicket.
           READ REGISFAC AT END MOVE "S" TO FINRG
           END-READ.
           IF FINRG = "N" AND RG-NFAC = NFAC
              MOVE RG-HORA TO PV-HORA
              MOVE "S" TO FINRG
           END-IF.
       ImprimirRecapitulativa.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
                 END-IF
                 CLOSE EMPRESA
              END-IF
              PERFORM ImprimirMarcaFormacion
              WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINEMPRE2 BEFORE ADVANCING 2 LINE
              MOVE NFACRECAP TO NFAC
              MOVE FNUMSERIE TO RC-NUMSERIE
              MOVE NFACRECAP TO RC-NFAC
              WRITE LINEAIMP FROM LINRECAP1 BEFORE ADVANCING 1 LINE
              PERFORM LeerRegimenIva
              MOVE FANO TO ANOCAJA
              PERFORM MirarCriterioCaja
              IF ENCAJA = "S"
                 WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 1
                    LINE
              END-IF
              MOVE GIFPEDIDO TO RC-GIF
              MOVE GIFPEDIDO TO CGIF
              READ CLIENTES
              REMAINDER ENCRESTO
           MOVE ENCRESTO TO RG-ENCADEN.

      ** Modo formacion: si LOGIN.CBL dejo la marca de este puesto  **
      ** lo impreso lleva aviso de que no tiene validez fiscal.     **

       MirarModoFormacion.
           MOVE "N" TO ENFORMACION
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00"
                 MOVE "S" TO ENFORMACION
              END-IF
              CLOSE MODOFORM
           END-IF.
       ImprimirMarcaFormacion.
           IF ENFORMACION = "S"
              WRITE LINEAIMP FROM LINFORMACION BEFORE ADVANCING 2 LINE
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-REGIVA
           STRING RUTADATOS DELIMITED BY " "
                  "REGIVA.DAT" DELIMITED BY SIZE
                  INTO RF-REGIVA
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
           END-STRING.

      ** Criterio de caja: lee REGIVA.DAT (sin el, regimen general) **
      ** y mira si las facturas del ejercicio ANOCAJA estan acogidas.**

       LeerRegimenIva.
           MOVE "N" TO RI-CRITCAJA
           MOVE 0 TO RI-DESDE RI-HASTA
           OPEN INPUT REGIVA
           IF ERRORRI = "00"
              READ REGIVA AT END MOVE "N" TO RI-CRITCAJA
              END-READ
              CLOSE REGIVA
           END-IF.
       MirarCriterioCaja.
           MOVE "N" TO ENCAJA
           IF ANOCAJA < 100
              ADD 2000 TO ANOCAJA
           END-IF
           IF RI-CAJA AND ANOCAJA NOT < RI-DESDE
              AND (RI-HASTA = 0 OR ANOCAJA NOT > RI-HASTA)
              MOVE "S" TO ENCAJA
           END-IF.
