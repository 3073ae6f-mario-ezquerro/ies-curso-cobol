           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
      * Versiones del escandallo con su fecha de entrada en vigor
      * (las graba ESCAN.CBL al cambiar una receta).
       FD ESCVER LABEL RECORD STANDARD.
       01 REG-EV.
           02 EV-CLAVE.
              03 EV-PLATO PIC 9(3).
              03 EV-TIPO PIC X.
              03 EV-VERSION PIC 9(3).
              03 EV-INGRED PIC 9(3).
           02 EV-CANTIDAD PIC 9(3)V999.
           02 EV-DESDE PIC 9(8).
           02 EV-USUARIO PIC 9(3).
           02 EV-NOMUSU PIC X(20).
           02 EV-FECHAGRAB PIC 9(8).
           02 EV-MOTIVO PIC X(30).
           02 EV-COSTE PIC 9(5)V999.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-MOVSTOCK PIC X(42).
       77 ERRORMOV PIC XX.
       77 FINESC PIC X.
       77 RF-ESCVER PIC X(42).
       77 ERROREV PIC XX.
       77 HAYESCVER PIC X.
       77 FINEV PIC X.
       77 CONHIST PIC X.
       77 PLATOVIG PIC 9(3).
       77 FECHAVIG PIC 9(8).
       77 VERSIONVIG PIC 9(3).
       77 INGVIG PIC 9(3).
       77 CANTVIG PIC 9(3)V999.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
              UNTIL IG > 999
           MOVE "N" TO FIN
           OPEN INPUT ESCAND
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           OPEN INPUT MOVSTOCK
           IF ERRORMOV NOT = "00"
              MOVE "S" TO FIN
           IF ERRORMOV = "00"
              CLOSE MOVSTOCK
           END-IF
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF
           CLOSE ESCAND.
       LimpiarCantidad.
           MOVE 0 TO VS-CANT(IG).
           END-IF.

      ** Un movimiento de plato se baja a sus ingredientes por el    **
      ** escandallo en vigor el dia del movimiento, con el mismo     **
      ** signo (la venta resta, la anulacion repone).                **

       ExplotarMovPlato.
           MOVE MV-CODIGO TO PLATOVIG
           MOVE MV-FECHA TO FECHAVIG
           PERFORM BuscarVersion
           IF CONHIST = "S"
              PERFORM EmpezarLineasVersion
              PERFORM ExplotarLineaVersion UNTIL FINEV = "S"
           ELSE
              MOVE MV-CODIGO TO EC-NUMPLATO
              MOVE 0 TO EC-INGRED
              MOVE "N" TO FINESC
              START ESCAND KEY IS NOT < EC-CLAVE
                 INVALID KEY MOVE "S" TO FINESC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ExplotarUnaLinea UNTIL FINESC = "S"
           END-IF.
       ExplotarUnaLinea.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
              COMPUTE VS-CANT(EC-INGRED) = VS-CANT(EC-INGRED)
                 + (MV-CANTIDAD * EC-CANTIDAD)
           END-IF.
       ExplotarLineaVersion.
           PERFORM LeerLineaVersion
           IF FINEV = "N" AND EV-INGRED > 0
              COMPUTE VS-CANT(EV-INGRED) = VS-CANT(EV-INGRED)
                 + (MV-CANTIDAD * EV-CANTIDAD)
           END-IF.

      ** Version de la receta de PLATOVIG en vigor el dia FECHAVIG: **
      ** la ultima que empieza ese dia o antes. Un plato sin        **
      ** cambios guardados (CONHIST = "N") sigue con ESCAND.DAT.    **

       BuscarVersion.
           MOVE "N" TO CONHIST
           MOVE 0 TO VERSIONVIG
           IF HAYESCVER = "S"
              MOVE PLATOVIG TO EV-PLATO
              MOVE "A" TO EV-TIPO
              MOVE 0 TO EV-VERSION
              MOVE 0 TO EV-INGRED
              MOVE "N" TO FINEV
              START ESCVER KEY IS NOT < EV-CLAVE
                 INVALID KEY MOVE "S" TO FINEV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerCabeceraVersion UNTIL FINEV = "S"
           END-IF.
       LeerCabeceraVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "A")
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N"
              MOVE "S" TO CONHIST
              IF EV-DESDE NOT > FECHAVIG OR VERSIONVIG = 0
                 MOVE EV-VERSION TO VERSIONVIG
              END-IF
           END-IF.
       EmpezarLineasVersion.
           MOVE PLATOVIG TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE VERSIONVIG TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START.
       LeerLineaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "L" OR EV-VERSION NOT = VERSIONVIG)
              MOVE "S" TO FINEV
           END-IF.
       ImprimirValoracion.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
