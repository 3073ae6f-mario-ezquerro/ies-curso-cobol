           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
       77 RF-INGRED PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 ERRORMOV PIC XX.
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
       77 VARUNID PIC S9(7)V999.
       77 VAREUROS PIC S9(8)V99.
      * Por ingrediente: consumo teorico (ventas explotadas por el
      * escandallo), comida de personal (tipo C, tambien explotada),
      * stock reconstruido a la apertura y al cierre, y entradas de
      * genero del periodo.
       01 TablasConsumo.
           02 CS-ENT OCCURS 999.
              03 CS-TEORICO PIC S9(7)V999.
              03 CS-PERSONAL PIC S9(7)V999.
              03 CS-APERTURA PIC S9(7)V999.
              03 CS-CIERRE PIC S9(7)V999.
              03 CS-ENTRADAS PIC S9(7)V999.
           02 CS-HASTA PIC 9(8).
       01 CABCONS3.
           02 FILLER PIC X(40) VALUE
              "  ING NOMBRE             TEORICO  PERSON".
           02 FILLER PIC X(38) VALUE
              "AL      REAL  DIF.UNID     DIF.EUROS  ".
       01 LINCONS.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CS-ING PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CS-NOMBRE PIC X(16).
           02 CS-LTEO PIC -ZZZZ9,999.
           02 CS-LPER PIC -ZZZZ9,999.
           02 CS-LREAL PIC -ZZZZ9,999.
           02 CS-LDIF PIC -ZZZZ9,999.
           02 FILLER PIC X(2) VALUE SPACES.

      ** Una sola pasada por el diario: lo anterior al periodo forma **
      ** la apertura, lo del periodo alimenta el cierre (todo), las  **
      ** entradas (tipo E), el teorico (ventas y anulaciones de      **
      ** platos explotadas por la receta en vigor el dia de cada     **
      ** movimiento) y aparte la comida de personal (tipo C), que    **
      ** ya no cae en la diferencia.                                 **

       AcumularConsumos.
           PERFORM LimpiarConsumo VARYING IG FROM 1 BY 1
              UNTIL IG > 999
           OPEN INPUT ESCAND
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           MOVE "N" TO FIN
           OPEN INPUT MOVSTOCK
           IF ERRORMOV NOT = "00"
              CLOSE MOVSTOCK
           END-IF
           CLOSE ESCAND
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF
           PERFORM CerrarApertura VARYING IG FROM 1 BY 1
              UNTIL IG > 999.
       LimpiarConsumo.
           MOVE 0 TO CS-TEORICO(IG)
           MOVE 0 TO CS-PERSONAL(IG)
           MOVE 0 TO CS-APERTURA(IG)
           MOVE 0 TO CS-CIERRE(IG)
           MOVE 0 TO CS-ENTRADAS(IG)
                    ADD MV-CANTIDAD TO CS-APERTURA(MV-CODIGO)
                 ELSE
                    ADD MV-CANTIDAD TO CS-CIERRE(MV-CODIGO)
                    IF MV-TIPO = "E" OR MV-TIPO = "D"
                       OR MV-TIPO = "T"
                       ADD MV-CANTIDAD TO CS-ENTRADAS(MV-CODIGO)
                    END-IF
                 END-IF
              END-IF
           END-IF.
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
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N" AND EC-INGRED > 0
              MOVE EC-INGRED TO INGVIG
              MOVE EC-CANTIDAD TO CANTVIG
              PERFORM AplicarLineaPlato
           END-IF.
       ExplotarLineaVersion.
           PERFORM LeerLineaVersion
           IF FINEV = "N" AND EV-INGRED > 0
              MOVE EV-INGRED TO INGVIG
              MOVE EV-CANTIDAD TO CANTVIG
              PERFORM AplicarLineaPlato
           END-IF.
       AplicarLineaPlato.
           IF MV-FECHA < DESDE
              COMPUTE CS-APERTURA(INGVIG) =
                 CS-APERTURA(INGVIG)
                 + (MV-CANTIDAD * CANTVIG)
           ELSE
              COMPUTE CS-CIERRE(INGVIG) =
                 CS-CIERRE(INGVIG)
                 + (MV-CANTIDAD * CANTVIG)
              IF MV-TIPO = "V" OR MV-TIPO = "A"
                 COMPUTE CS-TEORICO(INGVIG) =
                    CS-TEORICO(INGVIG)
                    - (MV-CANTIDAD * CANTVIG)
              END-IF
              IF MV-TIPO = "C"
                 COMPUTE CS-PERSONAL(INGVIG) =
                    CS-PERSONAL(INGVIG)
                    - (MV-CANTIDAD * CANTVIG)
              END-IF
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
      * El cierre acumulado hasta aqui solo lleva el periodo; se le
      * suma la apertura para dejarlo como stock reconstruido al
      * ultimo dia.
       BuscarPeor.
           IF CS-HECHO(IG) = "N"
              AND (CS-TEORICO(IG) NOT = 0
                   OR CS-PERSONAL(IG) NOT = 0
                   OR CS-ENTRADAS(IG) NOT = 0
                   OR CS-APERTURA(IG) NOT = CS-CIERRE(IG))
              MOVE IG TO IG-CODIGO
              COMPUTE ACTUAL = CS-APERTURA(IG) + CS-ENTRADAS(IG)
                 - CS-CIERRE(IG)
              COMPUTE VARUNID = ACTUAL - CS-TEORICO(IG)
                 - CS-PERSONAL(IG)
              COMPUTE VAREUROS ROUNDED = VARUNID * IG-COSTE
              IF VAREUROS > EUROPEOR
                 MOVE VAREUROS TO EUROPEOR
           COMPUTE ACTUAL = CS-APERTURA(IGPEOR)
              + CS-ENTRADAS(IGPEOR) - CS-CIERRE(IGPEOR)
           COMPUTE VARUNID = ACTUAL - CS-TEORICO(IGPEOR)
              - CS-PERSONAL(IGPEOR)
           COMPUTE VAREUROS ROUNDED = VARUNID * IG-COSTE
           MOVE CS-TEORICO(IGPEOR) TO CS-LTEO
           MOVE CS-PERSONAL(IGPEOR) TO CS-LPER
           MOVE ACTUAL TO CS-LREAL
           MOVE VARUNID TO CS-LDIF
           MOVE VAREUROS TO CS-LEUROS
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
