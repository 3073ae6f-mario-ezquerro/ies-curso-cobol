           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL FORMATOS ASSIGN TO DISK RF-FORMATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-CLAVE.
           SELECT OPTIONAL FICHATEC ASSIGN TO DISK RF-FICHATEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-CLAVE.
           SELECT OPTIONAL INGFICHA ASSIGN TO DISK RF-INGFICHA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IA-CODIGO.
           SELECT OPTIONAL ELABORAD ASSIGN TO DISK RF-ELABORAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-CLAVE.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
      * Formatos de venta del plato (1 tapa, 2 media, 3 racion) con
      * su factor sobre la receta de la racion; PVP a cero = formato
      * no ofrecido.
       FD FORMATOS LABEL RECORD STANDARD.
       01 REG-FM.
           02 FM-CLAVE.
              03 FM-PLATO PIC 9(3).
              03 FM-FORMATO PIC 9.
           02 FM-NOMBRE PIC X(10).
           02 FM-PVP PIC 9(4)V99.
           02 FM-FACTOR PIC 9V99.
      * Ficha tecnica del plato: una cabecera (tipo A) con el
      * rendimiento, los tiempos y la conservacion, los pasos de
      * elaboracion numerados (tipo E, con sus minutos) y las notas
      * de presentacion y emplatado (tipo P).
       FD FICHATEC LABEL RECORD STANDARD.
       01 REG-FT.
           02 FT-CLAVE.
              03 FT-PLATO PIC 9(3).
              03 FT-TIPO PIC X.
              03 FT-NUM PIC 99.
           02 FT-MINUTOS PIC 9(3).
           02 FT-TEXTO PIC X(60).
           02 FT-CABECERA REDEFINES FT-TEXTO.
              03 FT-RACIONES PIC 9(3).
              03 FT-PESORAC PIC 9(4).
              03 FT-TPREP PIC 9(3).
              03 FT-TCOCC PIC 9(3).
              03 FT-CONSERVA PIC X(40).
              03 FILLER PIC X(7).
      * Datos del ingrediente que no caben en INGRED.DAT: los
      * alergenos que aporta en el orden de PALERG (S = lo lleva,
      * T = puede contener trazas, N = no) y, para los intermedios
      * de ELABORA.CBL, los dias de vida y como se conservan, que
      * van en la etiqueta de cada tanda.
       FD INGFICHA LABEL RECORD STANDARD.
       01 REG-IA.
           02 IA-CODIGO PIC 9(3).
           02 IA-ALERG PIC X(14).
           02 IA-VIDADIAS PIC 9(3).
           02 IA-CONSERVA PIC X(30).
      * Recetas de los intermedios de ELABORA.CBL: un plato que
      * lleva una salsa o una masa hereda los alergenos de lo que
      * lleva esa elaboracion, y asi hacia abajo.
       FD ELABORAD LABEL RECORD STANDARD.
       01 REG-EL.
           02 EL-CLAVE.
              03 EL-PRODUCTO PIC 9(3).
              03 EL-INGRED PIC 9(3).
           02 EL-CANTIDAD PIC 9(3)V999.
      * Versiones del escandallo de cada plato: cada cambio de receta
      * guarda una cabecera (tipo A) con la fecha desde la que vale,
      * quien la cambio, por que y el coste por racion de ese dia, y
      * sus lineas (tipo L). La version 1 es la receta de antes del
      * primer cambio (vale desde siempre, fecha 0); la ultima es la
      * que hay en ESCAND.DAT. Los informes de coste y de consumo
      * explotan cada venta con la version en vigor en su fecha.
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
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Parte de incidencias comun (el mismo de los demas programas).
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
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-FORMATOS PIC X(42).
       77 RF-FICHATEC PIC X(42).
       77 RF-INGFICHA PIC X(42).
       77 RF-ELABORAD PIC X(42).
       77 RF-INCIDEN PIC X(42).
       77 RF-ESCVER PIC X(42).
       77 ERROREV PIC XX.
       77 ERRORSES PIC XX.
       77 FINEV PIC X.
       77 NANTES PIC 9(3).
       77 NAHORA PIC 9(3).
       77 NVERSIONES PIC 99.
       77 RX PIC 9(3).
       77 VX PIC 99.
       77 VXPRIMERA PIC 99.
       77 RECETACAMBIA PIC X.
       77 ULTVERSION PIC 9(3).
       77 ULTDESDE PIC 9(8).
       77 HOYESC PIC 9(8).
       77 DESDEVER PIC 9(8).
       77 MOTIVOVER PIC X(30).
       77 COSTEVER PIC 9(5)V999.
       77 DIFVER PIC S9(5)V999.
       77 IMPRIMIRSN PIC X.
       77 SESCODIGO PIC 9(3).
       77 SESNOMBRE PIC X(20).
       77 ERRORINC PIC XX.
       77 EXISTEIA PIC X.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 PLATOPEDIDO PIC 9(3).
       77 FIN PIC X.
       77 LINEA PIC 99.
       77 EXISTECAB PIC X.
       77 BLANCOS PIC X(79) VALUE SPACES.
       77 TIPOPEDIDO PIC X.
       77 NUMPEDIDO PIC 99.
       77 HAYRECETA PIC X.
       77 FX PIC 9.
       77 AX PIC 99.
       77 PUNTERO PIC 99.
       77 RACIONESF PIC 9(3).
       77 CANTFMT PIC 9(6)V999.
       77 COSTERAC PIC 9(5)V999.
       77 COSTEFMT PIC 9(7)V99.
       77 KCALFMT PIC 9(7).
       77 TOTALMIN PIC 9(4).
       77 MARCAALERG PIC X.
       77 ALERGANTES PIC X(14).
       77 FINEL PIC X.
       77 FINPL PIC X.
       77 ENPILA PIC X.
       77 CODAPILAR PIC 9(3).
       77 NPILA PIC 9(3).
       77 PX PIC 9(3).
       77 PY PIC 9(3).
       77 RANGOCALC PIC 9.
       77 RANGOCARTA PIC 9.
       77 GANADOS PIC 99.
       77 FALTAN PIC 99.
       77 SOBRAN PIC 99.
       77 CONDIFER PIC 9(3).
       77 SINRECETA PIC 9(3).
       77 CORREGIDOS PIC 9(3).
       77 ACTUALIZAR PIC X.
      * Receta del plato al entrar a cambiarla y al salir, para ver
      * si hay que guardar version nueva.
       01 TablaAntes.
           02 TA-ENT OCCURS 100.
              03 TA-INGRED PIC 9(3).
              03 TA-CANTIDAD PIC 9(3)V999.
       01 TablaAhora.
           02 TH-ENT OCCURS 100.
              03 TH-INGRED PIC 9(3).
              03 TH-CANTIDAD PIC 9(3)V999.
      * Versiones del plato consultado, con el coste por racion del
      * dia del cambio y el de hoy (precios de hoy).
       01 TablaVersiones.
           02 TV-ENT OCCURS 60.
              03 TV-VERSION PIC 9(3).
              03 TV-DESDE PIC 9(8).
              03 TV-NOMUSU PIC X(20).
              03 TV-MOTIVO PIC X(30).
              03 TV-COSTE PIC 9(5)V999.
              03 TV-COSTEHOY PIC 9(5)V999.
       01 CABHIS1.
           02 FILLER PIC X(25) VALUE "  HISTORIA DE LA RECETA: ".
           02 CH-NOM PIC X(26).
           02 FILLER PIC X(8) VALUE "  PLATO ".
           02 CH-NUM PIC ZZ9.
       01 CABHIS2.
           02 FILLER PIC X(40) VALUE
              "  VER DESDE    CAMBIADO POR MOTIVO      ".
           02 FILLER PIC X(32) VALUE
              "         AL CAMB   A HOY    DIF.".
       01 LINHIS.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LH-VERSION PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LH-DESDE PIC X(8).
           02 FILLER PIC X VALUE SPACES.
           02 LH-USUARIO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LH-MOTIVO PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 LH-COSTEGRAB PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LH-COSTEHOY PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LH-DIF PIC -ZZ9,99.
       01 LINHISING.
           02 FILLER PIC X(8) VALUE SPACES.
           02 LI-INGRED PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-NOMBRE PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LI-CANTIDAD PIC ZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 LI-UNIDAD PIC X(3).
      * Factor de cada columna de la ficha: la racion del escandallo
      * y los tres formatos de venta (0 = formato no ofrecido).
       01 TablaFormatosF.
           02 TF-FACTOR PIC 9V99 OCCURS 4.
       01 PALERGR.
           02 PAL-FLAG PIC X OCCURS 14.
      * Los catorce alergenos de la UE en el orden de PALERG.
       01 TABLA-ALERG.
           02 FILLER PIC X(18) VALUE "GLUTEN".
           02 FILLER PIC X(18) VALUE "CRUSTACEOS".
           02 FILLER PIC X(18) VALUE "HUEVO".
           02 FILLER PIC X(18) VALUE "PESCADO".
           02 FILLER PIC X(18) VALUE "CACAHUETE".
           02 FILLER PIC X(18) VALUE "SOJA".
           02 FILLER PIC X(18) VALUE "LECHE".
           02 FILLER PIC X(18) VALUE "FRUTOS DE CASCARA".
           02 FILLER PIC X(18) VALUE "APIO".
           02 FILLER PIC X(18) VALUE "MOSTAZA".
           02 FILLER PIC X(18) VALUE "SESAMO".
           02 FILLER PIC X(18) VALUE "SULFITOS".
           02 FILLER PIC X(18) VALUE "ALTRAMUZ".
           02 FILLER PIC X(18) VALUE "MOLUSCOS".
       01 ALERGR REDEFINES TABLA-ALERG.
           02 NOMALERG PIC X(18) OCCURS 14.
      * Siglas de las columnas de la pantalla, para el parte de
      * incidencias.
       01 TABLA-SIGLAS.
           02 FILLER PIC X(28) VALUE "GLCRHUPECASOLEFCAPMOSESUALML".
       01 SIGLASR REDEFINES TABLA-SIGLAS.
           02 SIGLA PIC XX OCCURS 14.
      * Alergenos calculados del escandallo (S/T/N como en PALERG)
      * y los del ingrediente que se esta sumando.
       01 ALERGCALC.
           02 AC-FLAG PIC X OCCURS 14.
       01 ALERGING.
           02 AI-FLAG PIC X OCCURS 14.
      * Ingredientes del plato y de sus elaboraciones por recorrer;
      * cada codigo entra una sola vez aunque salga en varias
      * recetas.
       01 PILAING.
           02 PI-CODIGO PIC 9(3) OCCURS 300.
       01 CABREV1.
           02 FILLER PIC X(40) VALUE
              "  REVISION DE ALERGENOS: CARTA FRENTE A ".
           02 FILLER PIC X(40) VALUE
              "LO CALCULADO DEL ESCANDALLO             ".
       01 CABREV2.
           02 FILLER PIC X(40) VALUE
              "  PLATO                           CARTA ".
           02 FILLER PIC X(40) VALUE
              "            ESCANDALLO                  ".
       01 LINREV.
           02 FILLER PIC X(2).
           02 LR-NUM PIC ZZ9.
           02 FILLER PIC X.
           02 LR-NOM PIC X(26).
           02 FILLER PIC X(2).
           02 LR-CARTA PIC X(14).
           02 FILLER PIC X(4).
           02 LR-CALC PIC X(14).
       01 LINREVTOT.
           02 FILLER PIC X(26) VALUE "  PLATOS CON DIFERENCIAS: ".
           02 LT-CONDIFER PIC ZZ9.
           02 FILLER PIC X(31) VALUE
              "   SIN ESCANDALLO (A MANO):    ".
           02 LT-SINRECETA PIC ZZ9.
       01 LINFT.
           02 LF-TIPO PIC X.
           02 LF-NUM PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LF-TEXTO PIC X(60).
       01 CABFICHA1.
           02 FILLER PIC X(17) VALUE "  FICHA TECNICA: ".
           02 CF-NOM PIC X(26).
           02 FILLER PIC X(9) VALUE "  PLATO ".
           02 CF-NUM PIC ZZ9.
       01 CABFICHA2.
           02 FILLER PIC X(15) VALUE "  RENDIMIENTO: ".
           02 CF-RACIONES PIC ZZ9.
           02 FILLER PIC X(12) VALUE " RACIONES DE".
           02 CF-PESO PIC ZZZ9.
           02 FILLER PIC X(6) VALUE " G    ".
           02 FILLER PIC X(8) VALUE "TIEMPOS:".
           02 CF-TPREP PIC ZZ9.
           02 FILLER PIC X(6) VALUE " PREP.".
           02 CF-TCOCC PIC ZZ9.
           02 FILLER PIC X(6) VALUE " COCC.".
           02 CF-TTOTAL PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " MIN TOTAL".
       01 CABFICHA3.
           02 FILLER PIC X(16) VALUE "  CONSERVACION: ".
           02 CF-CONSERVA PIC X(40).
       01 CABFICHA4.
           02 FILLER PIC X(26) VALUE
              "  INGREDIENTE          UD.".
           02 CF-COLUMNA PIC X(10) OCCURS 4.
           02 FILLER PIC X(12) VALUE "  ELABORAC.".
       01 LINFICHA.
           02 FILLER PIC X(2).
           02 LF-NOMBRE PIC X(20).
           02 FILLER PIC X.
           02 LF-UNIDAD PIC X(3).
           02 LF-CELDA OCCURS 4.
              03 FILLER PIC X.
              03 LF-CANT PIC ZZZZ9,999.
           02 FILLER PIC X.
           02 LF-ELAB PIC ZZZ.ZZ9,999.
       01 LINCOSTEF.
           02 FILLER PIC X(26).
           02 LC-CELDA OCCURS 4.
              03 FILLER PIC XX.
              03 LC-COSTE PIC ZZZZ9,99.
           02 FILLER PIC XX.
           02 LC-ELAB PIC ZZZZZZ9,99.
       01 LINKCALF.
           02 FILLER PIC X(26).
           02 LK-CELDA OCCURS 4.
              03 FILLER PIC X(5).
              03 LK-KCAL PIC ZZZZ9.
           02 FILLER PIC X(5).
           02 LK-ELAB PIC ZZZZZZ9.
       01 LINPASOF.
           02 FILLER PIC X(2).
           02 LP-NUM PIC Z9.
           02 LP-PUNTO PIC X(2).
           02 LP-TEXTO PIC X(60).
           02 FILLER PIC X.
           02 LP-MIN PIC ZZ9.
           02 LP-TEXMIN PIC X(4).
       01 LINESC.
           02 LE-INGRED PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "INGREDIENTES Y ESCANDALLOS" LINE 2 POSITION 5
           DISPLAY "H=HISTORIA DE RECETAS" LINE 2 POSITION 48
           DISPLAY "I=INGREDIENTES  E=ESCANDALLO DE UN PLATO  S=SALIR:"
              LINE 4 POSITION 5
           DISPLAY "F=FICHA TECNICA  P=IMPRIMIR FICHA TECNICA" LINE 5
              POSITION 5
           DISPLAY "A=REVISION DE ALERGENOS" LINE 5 POSITION 48
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 57 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-IF
           IF OPCION = "E" OR "e"
              PERFORM MANTESC
           END-IF
           IF OPCION = "F" OR "f"
              PERFORM MANTFICHA
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM IMPFICHA
           END-IF
           IF OPCION = "A" OR "a"
              PERFORM REVALERG
           END-IF
           IF OPCION = "H" OR "h"
              PERFORM HISTRECETA
           END-IF.

      ** Alta y modificacion de ingredientes, uno a uno por codigo. **

       MANTING.
           OPEN I-O INGRED
           OPEN I-O INGFICHA
           MOVE 0 TO TECLAF
           PERFORM UNINGREDIENTE UNTIL TECLAF = 27
           MOVE 0 TO TECLAF
           CLOSE INGFICHA
           CLOSE INGRED.
       UNINGREDIENTE.
           DISPLAY "CODIGO INGREDIENTE (ESC=FIN):" LINE 6 POSITION 5
              ACCEPT IG-HIDRATOS LINE 14 POSITION 48 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              MOVE CODPEDIDO TO IA-CODIGO
              READ INGFICHA
                 INVALID KEY
                    MOVE "N" TO EXISTEIA
                    MOVE ALL "N" TO IA-ALERG
                    MOVE 0 TO IA-VIDADIAS
                    MOVE SPACES TO IA-CONSERVA
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEIA
              END-READ
              MOVE CODPEDIDO TO IA-CODIGO
              MOVE IA-ALERG TO ALERGANTES
      * Alergenos S/T/N en el orden de la matriz de la carta
              DISPLAY "ALERGENOS GL CR HU PE CA SO LE FC AP MO SE SU AL"
                 LINE 15 POSITION 5
              DISPLAY "ML:" LINE 15 POSITION 54
              DISPLAY "S=LLEVA T=TRAZAS N=NO" LINE 16 POSITION 51
              ACCEPT IA-ALERG LINE 15 POSITION 58 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 IF EXISTE = "S"
                    REWRITE REG-ING INVALID KEY CONTINUE
                    WRITE REG-ING INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 IF EXISTEIA = "S"
                    REWRITE REG-IA INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-IA INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 16 POSITION 5
                 IF IA-ALERG NOT = ALERGANTES
                    DISPLAY "CAMBIAN LOS ALERGENOS: PASE LA REVISION"
                       LINE 17 POSITION 5 REVERSE
                 END-IF
              END-IF
           ELSE
              MOVE 27 TO TECLAF

      ** Escandallo de un plato: lista lo que lleva y deja anadir o  **
      ** cambiar lineas ingrediente a ingrediente (cantidad 0 borra). *
      ** Si al terminar la receta no es la de antes, se guarda como  **
      ** version nueva con su fecha de entrada en vigor y el motivo. **

       MANTESC.
           OPEN I-O ESCAND
           OPEN I-O INGRED
           OPEN I-O PLATOS
           OPEN INPUT INGFICHA
           OPEN INPUT ELABORAD
           DISPLAY "PLATO:" LINE 6 POSITION 5
           MOVE 0 TO PLATOPEDIDO
           ACCEPT PLATOPEDIDO LINE 6 POSITION 13 NO BEEP UPDATE
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY NOM LINE 6 POSITION 20
                    PERFORM CargarRecetaAhora
                    MOVE TablaAhora TO TablaAntes
                    MOVE NAHORA TO NANTES
                    PERFORM LISTARESC
                    PERFORM EDITARESC UNTIL TECLAF = 27
                    MOVE 0 TO TECLAF
                    PERFORM ComprobarCambioReceta
              END-READ
           END-IF
           CLOSE ELABORAD
           CLOSE INGFICHA
           CLOSE PLATOS
           CLOSE INGRED
           CLOSE ESCAND.
                       END-WRITE
                    END-IF
                 END-IF
                 PERFORM RecalcularPlato
                 PERFORM LISTARESC
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.

      ** Receta del plato tal como esta ahora en ESCAND.DAT.        **

       CargarRecetaAhora.
           MOVE 0 TO NAHORA
           MOVE PLATOPEDIDO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FIN
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarLineaAhora UNTIL FIN = "S".
       CargarLineaAhora.
           READ ESCAND NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EC-NUMPLATO NOT = PLATOPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND NAHORA < 100
              ADD 1 TO NAHORA
              MOVE EC-INGRED TO TH-INGRED(NAHORA)
              MOVE EC-CANTIDAD TO TH-CANTIDAD(NAHORA)
           END-IF.
       ComprobarCambioReceta.
           PERFORM CargarRecetaAhora
           MOVE "N" TO RECETACAMBIA
           IF NAHORA NOT = NANTES
              MOVE "S" TO RECETACAMBIA
           ELSE
              PERFORM CompararLineaReceta VARYING RX FROM 1 BY 1
                 UNTIL RX > NAHORA
           END-IF
           IF RECETACAMBIA = "S"
              PERFORM GrabarVersion
           END-IF.
       CompararLineaReceta.
           IF TA-INGRED(RX) NOT = TH-INGRED(RX)
              OR TA-CANTIDAD(RX) NOT = TH-CANTIDAD(RX)
              MOVE "S" TO RECETACAMBIA
           END-IF.

      ** Version nueva: la fecha de entrada en vigor no puede ser   **
      ** futura (ESCAND.DAT ya tiene la receta nueva y es la que    **
      ** descuenta las ventas de hoy) ni anterior a la de la        **
      ** version que habia. El primer cambio de un plato guarda     **
      ** antes la receta de siempre como version 1.                 **

       GrabarVersion.
           OPEN I-O ESCVER
           IF ERROREV NOT = "00"
              OPEN OUTPUT ESCVER
              CLOSE ESCVER
              OPEN I-O ESCVER
           END-IF
           PERFORM BuscarUltimaVersion
           ACCEPT HOYESC FROM DATE YYYYMMDD
           PERFORM LeerSesion
           PERFORM BorrarLineaFT VARYING LINEA FROM 21 BY 1
              UNTIL LINEA > 23
           DISPLAY "RECETA CAMBIADA. EN VIGOR DESDE (AAAAMMDD):"
              LINE 21 POSITION 5 REVERSE
           MOVE HOYESC TO DESDEVER
           PERFORM WITH TEST AFTER UNTIL DESDEVER NOT < ULTDESDE
              AND DESDEVER NOT > HOYESC AND DESDEVER > 0
              ACCEPT DESDEVER LINE 21 POSITION 50 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "MOTIVO DEL CAMBIO:" LINE 22 POSITION 5
           MOVE SPACES TO MOTIVOVER
           ACCEPT MOTIVOVER LINE 22 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           IF ULTVERSION = 0
              ADD 1 TO ULTVERSION
              PERFORM GrabarVersionAntes
           END-IF
           ADD 1 TO ULTVERSION
           PERFORM GrabarVersionAhora
           CLOSE ESCVER
           DISPLAY "GRABADA LA VERSION" LINE 23 POSITION 5
           DISPLAY ULTVERSION LINE 23 POSITION 24
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       BuscarUltimaVersion.
           MOVE 0 TO ULTVERSION ULTDESDE
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "A" TO EV-TIPO
           MOVE 0 TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerUltimaVersion UNTIL FINEV = "S".
       LeerUltimaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOPEDIDO
              OR EV-TIPO NOT = "A")
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N"
              MOVE EV-VERSION TO ULTVERSION
              MOVE EV-DESDE TO ULTDESDE
           END-IF.
       GrabarVersionAntes.
           MOVE 0 TO COSTEVER
           PERFORM CostearLineaAntes VARYING RX FROM 1 BY 1
              UNTIL RX > NANTES
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "A" TO EV-TIPO
           MOVE ULTVERSION TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE 0 TO EV-CANTIDAD
           MOVE 0 TO EV-DESDE
           MOVE 0 TO EV-USUARIO
           MOVE SPACES TO EV-NOMUSU
           MOVE HOYESC TO EV-FECHAGRAB
           MOVE "RECETA ANTERIOR" TO EV-MOTIVO
           MOVE COSTEVER TO EV-COSTE
           WRITE REG-EV INVALID KEY CONTINUE
           END-WRITE
           PERFORM GrabarLineaAntes VARYING RX FROM 1 BY 1
              UNTIL RX > NANTES.
       CostearLineaAntes.
           MOVE TA-INGRED(RX) TO IG-CODIGO
           READ INGRED
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 COMPUTE COSTEVER = COSTEVER
                    + (TA-CANTIDAD(RX) * IG-COSTE)
           END-READ.
       GrabarLineaAntes.
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE ULTVERSION TO EV-VERSION
           MOVE TA-INGRED(RX) TO EV-INGRED
           MOVE TA-CANTIDAD(RX) TO EV-CANTIDAD
           MOVE 0 TO EV-COSTE
           WRITE REG-EV INVALID KEY CONTINUE
           END-WRITE.
       GrabarVersionAhora.
           MOVE 0 TO COSTEVER
           PERFORM CostearLineaAhora VARYING RX FROM 1 BY 1
              UNTIL RX > NAHORA
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "A" TO EV-TIPO
           MOVE ULTVERSION TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE 0 TO EV-CANTIDAD
           MOVE DESDEVER TO EV-DESDE
           MOVE SESCODIGO TO EV-USUARIO
           MOVE SESNOMBRE TO EV-NOMUSU
           MOVE HOYESC TO EV-FECHAGRAB
           MOVE MOTIVOVER TO EV-MOTIVO
           MOVE COSTEVER TO EV-COSTE
           WRITE REG-EV INVALID KEY CONTINUE
           END-WRITE
           PERFORM GrabarLineaAhora VARYING RX FROM 1 BY 1
              UNTIL RX > NAHORA.
       CostearLineaAhora.
           MOVE TH-INGRED(RX) TO IG-CODIGO
           READ INGRED
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 COMPUTE COSTEVER = COSTEVER
                    + (TH-CANTIDAD(RX) * IG-COSTE)
           END-READ.
       GrabarLineaAhora.
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE ULTVERSION TO EV-VERSION
           MOVE TH-INGRED(RX) TO EV-INGRED
           MOVE TH-CANTIDAD(RX) TO EV-CANTIDAD
           MOVE 0 TO EV-COSTE
           WRITE REG-EV INVALID KEY CONTINUE
           END-WRITE.

      ** Usuario de la sesion (SESION.DAT, lo escribe LOGIN.COB);   **
      ** sin sesion el cambio queda sin nombre.                     **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           MOVE SPACES TO SESNOMBRE
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
                 MOVE SE-NOMBRE TO SESNOMBRE
              END-IF
              CLOSE SESION
           END-IF.

      ** Tras cada cambio de la receta los alergenos del plato se   **
      ** vuelven a sacar del escandallo; si el plato gana alguno    **
      ** sale el aviso y queda en el parte de incidencias, por si   **
      ** la carta o la pizarra ya estaban impresas.                 **

       RecalcularPlato.
           PERFORM DerivarPlato
           IF HAYRECETA = "S"
              MOVE PALERG TO PALERGR
              MOVE 0 TO GANADOS
              PERFORM AvisarGanado VARYING AX FROM 1 BY 1
                 UNTIL AX > 14
              IF ALERGCALC NOT = PALERG
                 MOVE ALERGCALC TO PALERG
                 ACCEPT PFECHAMOD FROM DATE YYYYMMDD
                 REWRITE REG-PLA INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
              IF GANADOS > 0
                 DISPLAY "OJO: EL PLATO GANA ALERGENOS CON ESTE CAMBIO"
                    LINE 23 POSITION 5 REVERSE BLINK
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
                 DISPLAY BLANCOS LINE 23 POSITION 1
              END-IF
           END-IF.
       AvisarGanado.
           PERFORM RangosAlergeno
           IF RANGOCALC > RANGOCARTA
              ADD 1 TO GANADOS
              PERFORM GrabarIncidencia
           END-IF.

      ** Rango de un alergeno para comparar la carta con el calculo: **
      ** 0 = no lo lleva, 1 = trazas, 2 = lo lleva.                  **

       RangosAlergeno.
           MOVE 0 TO RANGOCALC
           IF AC-FLAG(AX) = "T"
              MOVE 1 TO RANGOCALC
           END-IF
           IF AC-FLAG(AX) = "S"
              MOVE 2 TO RANGOCALC
           END-IF
           MOVE 0 TO RANGOCARTA
           IF PAL-FLAG(AX) = "T"
              MOVE 1 TO RANGOCARTA
           END-IF
           IF PAL-FLAG(AX) = "S"
              MOVE 2 TO RANGOCARTA
           END-IF.

      ** El alergeno ganado queda en el parte de incidencias comun   **
      ** con el plato y la sigla en el campo de fichero y estado     **
      ** "AL".                                                       **

       GrabarIncidencia.
           ACCEPT INC-FECHA FROM DATE YYYYMMDD
           ACCEPT INC-HORA FROM TIME
           MOVE "ESCAN" TO INC-PROGRAMA
           MOVE SPACES TO INC-FICHERO
           STRING "PLATO " DELIMITED BY SIZE
                  NUMPLATO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIGLA(AX) DELIMITED BY SIZE
                  INTO INC-FICHERO
           END-STRING
           MOVE "AL" TO INC-STATUS
           OPEN EXTEND INCIDEN
           IF ERRORINC = "00" OR "05"
              WRITE REG-INC
              CLOSE INCIDEN
           END-IF.

      ** Alergenos de un plato sacados del escandallo: se juntan los **
      ** de cada ingrediente y, si el ingrediente es una elaboracion **
      ** de ELABORA.CBL, los de todo lo que lleva su receta. Lo que  **
      ** lleva un ingrediente gana a las trazas.                     **

       DerivarPlato.
           MOVE ALL "N" TO ALERGCALC
           MOVE 0 TO NPILA
           MOVE "N" TO HAYRECETA
           MOVE NUMPLATO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FIN
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM ApilarEscandallo UNTIL FIN = "S"
           PERFORM SumarIngrediente VARYING PX FROM 1 BY 1
              UNTIL PX > NPILA.
       ApilarEscandallo.
           READ ESCAND NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EC-NUMPLATO NOT = NUMPLATO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE "S" TO HAYRECETA
              MOVE EC-INGRED TO CODAPILAR
              PERFORM ApilarIngrediente
           END-IF.
       ApilarIngrediente.
           MOVE "N" TO ENPILA
           PERFORM BuscarEnPila VARYING PY FROM 1 BY 1
              UNTIL PY > NPILA
           IF ENPILA = "N" AND NPILA < 300
              ADD 1 TO NPILA
              MOVE CODAPILAR TO PI-CODIGO(NPILA)
           END-IF.
       BuscarEnPila.
           IF PI-CODIGO(PY) = CODAPILAR
              MOVE "S" TO ENPILA
           END-IF.
       SumarIngrediente.
           MOVE PI-CODIGO(PX) TO IA-CODIGO
           READ INGFICHA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE IA-ALERG TO ALERGING
                 PERFORM MezclarAlergeno VARYING AX FROM 1 BY 1
                    UNTIL AX > 14
           END-READ
           MOVE PI-CODIGO(PX) TO EL-PRODUCTO
           MOVE 0 TO EL-INGRED
           MOVE "N" TO FINEL
           START ELABORAD KEY IS NOT < EL-CLAVE
              INVALID KEY MOVE "S" TO FINEL
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM ApilarSubreceta UNTIL FINEL = "S".
       ApilarSubreceta.
           READ ELABORAD NEXT AT END MOVE "S" TO FINEL
           END-READ.
           IF FINEL = "N" AND EL-PRODUCTO NOT = PI-CODIGO(PX)
              MOVE "S" TO FINEL
           END-IF.
           IF FINEL = "N"
              MOVE EL-INGRED TO CODAPILAR
              PERFORM ApilarIngrediente
           END-IF.
       MezclarAlergeno.
           IF AI-FLAG(AX) = "S"
              MOVE "S" TO AC-FLAG(AX)
           END-IF
           IF AI-FLAG(AX) = "T" AND AC-FLAG(AX) = "N"
              MOVE "T" TO AC-FLAG(AX)
           END-IF.

      ** Revision de alergenos de toda la carta: lista los platos   **
      ** cuyos alergenos de la ficha (los tecleados en ALTAS o los  **
      ** de antes de un cambio de ingrediente) no casan con los     **
      ** calculados del escandallo, con lo que falta y lo que sobra **
      ** en la carta. Luego se pueden pasar los calculados a la     **
      ** carta; los que no tienen escandallo se quedan como estan.  **

       REVALERG.
           DISPLAY "REVISION DE ALERGENOS: IMPRIMIENDO..." LINE 7
              POSITION 5
           MOVE 0 TO CONDIFER
           MOVE 0 TO SINRECETA
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT ESCAND
              OPEN INPUT INGFICHA
              OPEN INPUT ELABORAD
              OPEN I-O PLATOS
              WRITE LINEAIMP FROM CABREV1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABREV2 BEFORE ADVANCING 2 LINE
              MOVE "N" TO ACTUALIZAR
              PERFORM RecorrerCarta
              MOVE CONDIFER TO LT-CONDIFER
              MOVE SINRECETA TO LT-SINRECETA
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINREVTOT BEFORE ADVANCING 1 LINE
              CLOSE LISTADO
              DISPLAY "PLATOS CON DIFERENCIAS:" LINE 9 POSITION 5
              DISPLAY CONDIFER LINE 9 POSITION 29
              IF CONDIFER > 0
                 DISPLAY "PASAR A LA CARTA LOS CALCULADOS? S/N:"
                    LINE 11 POSITION 5
                 MOVE "N" TO ACTUALIZAR
                 ACCEPT ACTUALIZAR LINE 11 POSITION 43 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
                 IF TECLAF NOT = 27 AND (ACTUALIZAR = "S" OR "s")
                    MOVE "S" TO ACTUALIZAR
                    MOVE 0 TO CORREGIDOS
                    PERFORM RecorrerCarta
                    DISPLAY "PLATOS CORREGIDOS:" LINE 13 POSITION 5
                    DISPLAY CORREGIDOS LINE 13 POSITION 24
                 END-IF
              END-IF
              CLOSE PLATOS
              CLOSE ELABORAD
              CLOSE INGFICHA
              CLOSE ESCAND
           ELSE
              CLOSE LISTADO
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT
           MOVE 0 TO TECLAF.
       RecorrerCarta.
           MOVE 0 TO NUMPLATO
           MOVE "N" TO FINPL
           START PLATOS KEY IS NOT < NUMPLATO
              INVALID KEY MOVE "S" TO FINPL
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM RevisarUnPlato UNTIL FINPL = "S".
       RevisarUnPlato.
           READ PLATOS NEXT AT END MOVE "S" TO FINPL
           END-READ.
           IF FINPL = "N"
              PERFORM DerivarPlato
              IF HAYRECETA = "N"
                 IF ACTUALIZAR = "N"
                    ADD 1 TO SINRECETA
                 END-IF
              ELSE
                 MOVE PALERG TO PALERGR
                 MOVE 0 TO FALTAN
                 MOVE 0 TO SOBRAN
                 PERFORM CompararAlergeno VARYING AX FROM 1 BY 1
                    UNTIL AX > 14
                 IF FALTAN > 0 OR SOBRAN > 0
                    IF ACTUALIZAR = "S"
                       MOVE ALERGCALC TO PALERG
                       ACCEPT PFECHAMOD FROM DATE YYYYMMDD
                       REWRITE REG-PLA INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO CORREGIDOS
                    ELSE
                       ADD 1 TO CONDIFER
                       PERFORM ImprimirDiferencia
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CompararAlergeno.
           PERFORM RangosAlergeno
           IF RANGOCALC > RANGOCARTA
              ADD 1 TO FALTAN
              IF ACTUALIZAR = "S"
                 PERFORM GrabarIncidencia
              END-IF
           END-IF
           IF RANGOCALC < RANGOCARTA
              ADD 1 TO SOBRAN
           END-IF.
       ImprimirDiferencia.
           MOVE SPACES TO LINREV
           MOVE NUMPLATO TO LR-NUM
           MOVE NOM TO LR-NOM
           MOVE PALERG TO LR-CARTA
           MOVE ALERGCALC TO LR-CALC
           WRITE LINEAIMP FROM LINREV BEFORE ADVANCING 1 LINE
           IF FALTAN > 0
              MOVE SPACES TO LINEAIMP
              MOVE "      FALTA EN CARTA: " TO LINEAIMP
              MOVE 23 TO PUNTERO
              MOVE "F" TO MARCAALERG
              PERFORM AnadirDiferencia VARYING AX FROM 1 BY 1
                 UNTIL AX > 14
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF
           IF SOBRAN > 0
              MOVE SPACES TO LINEAIMP
              MOVE "      SOBRA EN CARTA: " TO LINEAIMP
              MOVE 23 TO PUNTERO
              MOVE "O" TO MARCAALERG
              PERFORM AnadirDiferencia VARYING AX FROM 1 BY 1
                 UNTIL AX > 14
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF.
       AnadirDiferencia.
           PERFORM RangosAlergeno
           IF (MARCAALERG = "F" AND RANGOCALC > RANGOCARTA)
              OR (MARCAALERG = "O" AND RANGOCALC < RANGOCARTA)
              IF PUNTERO > 60
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 MOVE SPACES TO LINEAIMP
                 MOVE 23 TO PUNTERO
              END-IF
              IF PUNTERO > 23
                 STRING ", " DELIMITED BY SIZE
                    INTO LINEAIMP WITH POINTER PUNTERO
                 END-STRING
              END-IF
              STRING NOMALERG(AX) DELIMITED BY "  "
                 INTO LINEAIMP WITH POINTER PUNTERO
              END-STRING
              IF (MARCAALERG = "F" AND RANGOCALC = 1)
                 OR (MARCAALERG = "O" AND RANGOCARTA = 1)
                 STRING " (TRAZAS)" DELIMITED BY SIZE
                    INTO LINEAIMP WITH POINTER PUNTERO
                 END-STRING
              END-IF
           END-IF.

      ** Ficha tecnica de un plato: rendimiento, tiempos y          **
      ** conservacion, y luego pasos de elaboracion y notas de      **
      ** presentacion, linea a linea por numero (texto en blanco    **
      ** borra la linea).                                           **

       MANTFICHA.
           OPEN I-O FICHATEC
           OPEN INPUT PLATOS
           DISPLAY "PLATO:" LINE 6 POSITION 5
           MOVE 0 TO PLATOPEDIDO
           ACCEPT PLATOPEDIDO LINE 6 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PLATOPEDIDO NOT = 0
              MOVE PLATOPEDIDO TO NUMPLATO
              READ PLATOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PLATO" LINE 7 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY NOM LINE 6 POSITION 20
                    PERFORM CABFICHA
                    IF TECLAF NOT = 27
                       PERFORM LISTARFICHA
                       PERFORM EDITARFICHA UNTIL TECLAF = 27
                    END-IF
                    MOVE 0 TO TECLAF
              END-READ
           END-IF
           CLOSE PLATOS
           CLOSE FICHATEC.
       CABFICHA.
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE "A" TO FT-TIPO
           MOVE 0 TO FT-NUM
           READ FICHATEC
              INVALID KEY
                 MOVE "N" TO EXISTECAB
                 MOVE 0 TO FT-MINUTOS
                 MOVE SPACES TO FT-TEXTO
                 MOVE 1 TO FT-RACIONES
                 MOVE 0 TO FT-PESORAC
                 MOVE 0 TO FT-TPREP
                 MOVE 0 TO FT-TCOCC
              NOT INVALID KEY
                 MOVE "S" TO EXISTECAB
           END-READ
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE "A" TO FT-TIPO
           MOVE 0 TO FT-NUM
           DISPLAY "RACIONES POR ELABORACION:" LINE 8 POSITION 5
           ACCEPT FT-RACIONES LINE 8 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "PESO POR RACION (G):" LINE 9 POSITION 5
           ACCEPT FT-PESORAC LINE 9 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "MINUTOS PREPARACION:" LINE 10 POSITION 5
           ACCEPT FT-TPREP LINE 10 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COCCION:" LINE 10 POSITION 38
           ACCEPT FT-TCOCC LINE 10 POSITION 47 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "CONSERVACION:" LINE 11 POSITION 5
           ACCEPT FT-CONSERVA LINE 11 POSITION 19 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF FT-RACIONES = 0
                 MOVE 1 TO FT-RACIONES
              END-IF
              IF EXISTECAB = "S"
                 REWRITE REG-FT INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-FT INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.
       LISTARFICHA.
           PERFORM BorrarLineaFT VARYING LINEA FROM 13 BY 1
              UNTIL LINEA > 19
           MOVE 13 TO LINEA
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE "B" TO FT-TIPO
           MOVE 0 TO FT-NUM
           MOVE "N" TO FIN
           START FICHATEC KEY IS NOT < FT-CLAVE
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LISTARUNAFT UNTIL FIN = "S".
       LISTARUNAFT.
           READ FICHATEC NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FT-PLATO NOT = PLATOPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND LINEA < 20
              MOVE FT-TIPO TO LF-TIPO
              MOVE FT-NUM TO LF-NUM
              MOVE FT-TEXTO TO LF-TEXTO
              DISPLAY LINFT LINE LINEA POSITION 5
              ADD 1 TO LINEA
           END-IF.
       EDITARFICHA.
           DISPLAY "E=PASO DE ELABORACION P=PRESENTACION (ESC=FIN):"
              LINE 21 POSITION 5
           MOVE "E" TO TIPOPEDIDO
           ACCEPT TIPOPEDIDO LINE 21 POSITION 54 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TIPOPEDIDO = "e"
              MOVE "E" TO TIPOPEDIDO
           END-IF
           IF TIPOPEDIDO = "p"
              MOVE "P" TO TIPOPEDIDO
           END-IF
           IF TECLAF NOT = 27 AND (TIPOPEDIDO = "E" OR "P")
              DISPLAY "NUMERO:" LINE 22 POSITION 5
              MOVE 0 TO NUMPEDIDO
              ACCEPT NUMPEDIDO LINE 22 POSITION 13 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND NUMPEDIDO NOT = 0
                 PERFORM EDITARLINEAFT
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       EDITARLINEAFT.
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE TIPOPEDIDO TO FT-TIPO
           MOVE NUMPEDIDO TO FT-NUM
           READ FICHATEC
              INVALID KEY
                 MOVE "N" TO EXISTE
                 MOVE 0 TO FT-MINUTOS
                 MOVE SPACES TO FT-TEXTO
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE TIPOPEDIDO TO FT-TIPO
           MOVE NUMPEDIDO TO FT-NUM
           IF FT-TIPO = "E"
              DISPLAY "MINUTOS:" LINE 22 POSITION 18
              ACCEPT FT-MINUTOS LINE 22 POSITION 27 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           DISPLAY "TEXTO (EN BLANCO=QUITAR):" LINE 23 POSITION 5
           ACCEPT FT-TEXTO LINE 24 POSITION 5 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF FT-TEXTO = SPACES
                 IF EXISTE = "S"
                    DELETE FICHATEC RECORD
                 END-IF
              ELSE
                 IF EXISTE = "S"
                    REWRITE REG-FT INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-FT INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-IF
              PERFORM LISTARFICHA
           ELSE
              MOVE 0 TO TECLAF
           END-IF
           PERFORM BorrarLineaFT VARYING LINEA FROM 22 BY 1
              UNTIL LINEA > 24.
       BorrarLineaFT.
           DISPLAY BLANCOS LINE LINEA POSITION 1.

      ** Hoja de la ficha tecnica para la cocina: el escandallo por **
      ** racion, por cada formato de venta y por elaboracion, el    **
      ** coste de genero, las kcal de NUTRIC.CBL y los alergenos    **
      ** de la ficha del plato, seguidos de los pasos y del         **
      ** emplatado.                                                 **

       IMPFICHA.
           OPEN INPUT PLATOS
           DISPLAY "PLATO:" LINE 6 POSITION 5
           MOVE 0 TO PLATOPEDIDO
           ACCEPT PLATOPEDIDO LINE 6 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PLATOPEDIDO NOT = 0
              MOVE PLATOPEDIDO TO NUMPLATO
              READ PLATOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PLATO" LINE 7 POSITION 5
                 NOT INVALID KEY
                    DISPLAY NOM LINE 6 POSITION 20
                    MOVE "00" TO ERRORIMP
                    OPEN OUTPUT LISTADO
                    IF ERRORIMP = "00"
                       OPEN INPUT ESCAND
                       OPEN INPUT INGRED
                       OPEN INPUT FORMATOS
                       OPEN INPUT FICHATEC
                       PERFORM IMPRIMIRFICHA
                       CLOSE FICHATEC
                       CLOSE FORMATOS
                       CLOSE INGRED
                       CLOSE ESCAND
                       DISPLAY "FICHA IMPRESA" LINE 7 POSITION 5
                    END-IF
                    CLOSE LISTADO
              END-READ
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF
           CLOSE PLATOS.
       IMPRIMIRFICHA.
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE "A" TO FT-TIPO
           MOVE 0 TO FT-NUM
           READ FICHATEC
              INVALID KEY
                 MOVE SPACES TO FT-TEXTO
                 MOVE 1 TO FT-RACIONES
                 MOVE 0 TO FT-PESORAC
                 MOVE 0 TO FT-TPREP
                 MOVE 0 TO FT-TCOCC
              NOT INVALID KEY CONTINUE
           END-READ
           MOVE FT-RACIONES TO RACIONESF
           IF RACIONESF = 0
              MOVE 1 TO RACIONESF
           END-IF
           MOVE NOM TO CF-NOM
           MOVE NUMPLATO TO CF-NUM
           WRITE LINEAIMP FROM CABFICHA1 BEFORE ADVANCING 2 LINE
           MOVE RACIONESF TO CF-RACIONES
           MOVE FT-PESORAC TO CF-PESO
           MOVE FT-TPREP TO CF-TPREP
           MOVE FT-TCOCC TO CF-TCOCC
           COMPUTE TOTALMIN = FT-TPREP + FT-TCOCC
           MOVE TOTALMIN TO CF-TTOTAL
           WRITE LINEAIMP FROM CABFICHA2 BEFORE ADVANCING 1 LINE
           MOVE FT-CONSERVA TO CF-CONSERVA
           WRITE LINEAIMP FROM CABFICHA3 BEFORE ADVANCING 2 LINE
           MOVE "  RACION" TO CF-COLUMNA(1)
           MOVE 1 TO TF-FACTOR(1)
           PERFORM CargarFormatoF VARYING FX FROM 2 BY 1
              UNTIL FX > 4
           WRITE LINEAIMP FROM CABFICHA4 BEFORE ADVANCING 1 LINE
           MOVE 0 TO COSTERAC
           MOVE "N" TO HAYRECETA
           MOVE PLATOPEDIDO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FIN
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM ImprimirIngredienteF UNTIL FIN = "S"
           IF HAYRECETA = "N"
              MOVE PCOSTE TO COSTERAC
           END-IF
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE SPACES TO LINCOSTEF
           MOVE "  COSTE DE GENERO   EUR" TO LINCOSTEF(1:23)
           PERFORM CosteFormatoF VARYING FX FROM 1 BY 1 UNTIL FX > 4
           COMPUTE COSTEFMT ROUNDED = COSTERAC * RACIONESF
           MOVE COSTEFMT TO LC-ELAB
           WRITE LINEAIMP FROM LINCOSTEF BEFORE ADVANCING 1 LINE
           MOVE SPACES TO LINKCALF
           IF PKCAL = 0
              MOVE "  KCAL SIN CALCULAR" TO LINKCALF(1:19)
           ELSE
              MOVE "  ENERGIA           KCAL" TO LINKCALF(1:24)
              PERFORM KcalFormatoF VARYING FX FROM 1 BY 1
                 UNTIL FX > 4
              COMPUTE KCALFMT = PKCAL * RACIONESF
              MOVE KCALFMT TO LK-ELAB
           END-IF
           WRITE LINEAIMP FROM LINKCALF BEFORE ADVANCING 2 LINE
           PERFORM ImprimirAlergenosF
           MOVE SPACES TO LINEAIMP
           MOVE "  ELABORACION" TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "E" TO TIPOPEDIDO
           PERFORM ImprimirTextosF
           MOVE SPACES TO LINEAIMP
           MOVE "  PRESENTACION Y EMPLATADO" TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "P" TO TIPOPEDIDO
           PERFORM ImprimirTextosF.
       CargarFormatoF.
           MOVE PLATOPEDIDO TO FM-PLATO
           COMPUTE FM-FORMATO = FX - 1
           MOVE 0 TO TF-FACTOR(FX)
           MOVE SPACES TO CF-COLUMNA(FX)
           READ FORMATOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF FM-PVP > 0
                    MOVE FM-FACTOR TO TF-FACTOR(FX)
                    MOVE FM-NOMBRE TO CF-COLUMNA(FX)(2:9)
                 END-IF
           END-READ.
       ImprimirIngredienteF.
           READ ESCAND NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EC-NUMPLATO NOT = PLATOPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE "S" TO HAYRECETA
              MOVE SPACES TO LINFICHA
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO LF-NOMBRE
                 NOT INVALID KEY
                    MOVE IG-NOMBRE TO LF-NOMBRE
                    MOVE IG-UNIDAD TO LF-UNIDAD
                    COMPUTE COSTERAC = COSTERAC
                       + (EC-CANTIDAD * IG-COSTE)
              END-READ
              PERFORM CantidadFormatoF VARYING FX FROM 1 BY 1
                 UNTIL FX > 4
              COMPUTE CANTFMT = EC-CANTIDAD * RACIONESF
              MOVE CANTFMT TO LF-ELAB
              WRITE LINEAIMP FROM LINFICHA BEFORE ADVANCING 1 LINE
           END-IF.
       CantidadFormatoF.
           IF TF-FACTOR(FX) > 0
              COMPUTE CANTFMT = EC-CANTIDAD * TF-FACTOR(FX)
              MOVE CANTFMT TO LF-CANT(FX)
           END-IF.
       CosteFormatoF.
           IF TF-FACTOR(FX) > 0
              COMPUTE COSTEFMT ROUNDED = COSTERAC * TF-FACTOR(FX)
              MOVE COSTEFMT TO LC-COSTE(FX)
           END-IF.
       KcalFormatoF.
           IF TF-FACTOR(FX) > 0
              COMPUTE KCALFMT ROUNDED = PKCAL * TF-FACTOR(FX)
              MOVE KCALFMT TO LK-KCAL(FX)
           END-IF.
       ImprimirAlergenosF.
           MOVE PALERG TO PALERGR
           MOVE SPACES TO LINEAIMP
           MOVE "  ALERGENOS: " TO LINEAIMP
           MOVE 14 TO PUNTERO
           MOVE "S" TO MARCAALERG
           PERFORM AnadirAlergenoF VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           IF PUNTERO = 14
              MOVE "NINGUNO" TO LINEAIMP(14:7)
           END-IF
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE SPACES TO LINEAIMP
           MOVE "  TRAZAS:    " TO LINEAIMP
           MOVE 14 TO PUNTERO
           MOVE "T" TO MARCAALERG
           PERFORM AnadirAlergenoF VARYING AX FROM 1 BY 1
              UNTIL AX > 14
           IF PUNTERO > 14
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE.
       AnadirAlergenoF.
           IF PAL-FLAG(AX) = MARCAALERG
              IF PUNTERO > 60
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 MOVE SPACES TO LINEAIMP
                 MOVE 14 TO PUNTERO
              END-IF
              IF PUNTERO > 14
                 STRING ", " DELIMITED BY SIZE
                    INTO LINEAIMP WITH POINTER PUNTERO
                 END-STRING
              END-IF
              STRING NOMALERG(AX) DELIMITED BY "  "
                 INTO LINEAIMP WITH POINTER PUNTERO
              END-STRING
           END-IF.
       ImprimirTextosF.
           MOVE PLATOPEDIDO TO FT-PLATO
           MOVE TIPOPEDIDO TO FT-TIPO
           MOVE 0 TO FT-NUM
           MOVE "N" TO FIN
           START FICHATEC KEY IS NOT < FT-CLAVE
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM ImprimirUnTextoF UNTIL FIN = "S"
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE.
       ImprimirUnTextoF.
           READ FICHATEC NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND (FT-PLATO NOT = PLATOPEDIDO
              OR FT-TIPO NOT = TIPOPEDIDO)
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE SPACES TO LINPASOF
              MOVE FT-TEXTO TO LP-TEXTO
              IF FT-TIPO = "E"
                 MOVE FT-NUM TO LP-NUM
                 MOVE ". " TO LP-PUNTO
                 IF FT-MINUTOS > 0
                    MOVE FT-MINUTOS TO LP-MIN
                    MOVE " MIN" TO LP-TEXMIN
                 END-IF
              ELSE
                 MOVE " -" TO LP-PUNTO
              END-IF
              WRITE LINEAIMP FROM LINPASOF BEFORE ADVANCING 1 LINE
           END-IF.

      ** Historia de la receta de un plato: cada version con la     **
      ** fecha desde la que vale, quien la cambio y por que, el     **
      ** coste por racion del dia del cambio y el de hoy, y lo que  **
      ** subio o bajo el coste con ese cambio (a precios de hoy,    **
      ** para que solo se vea el efecto de la receta). Se puede     **
      ** imprimir con los ingredientes de cada version.             **

       HISTRECETA.
           OPEN INPUT PLATOS
           OPEN INPUT INGRED
           DISPLAY "PLATO:" LINE 6 POSITION 5
           MOVE 0 TO PLATOPEDIDO
           ACCEPT PLATOPEDIDO LINE 6 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PLATOPEDIDO NOT = 0
              MOVE PLATOPEDIDO TO NUMPLATO
              READ PLATOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PLATO" LINE 7 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY NOM LINE 6 POSITION 20
                    PERFORM ConsultarHistoria
              END-READ
           END-IF
           MOVE 0 TO TECLAF
           CLOSE INGRED
           CLOSE PLATOS.
       ConsultarHistoria.
           MOVE 0 TO NVERSIONES
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              PERFORM CargarVersiones
              PERFORM CostearVersionHoy VARYING VX FROM 1 BY 1
                 UNTIL VX > NVERSIONES
           END-IF
           IF NVERSIONES = 0
              DISPLAY "SIN CAMBIOS GUARDADOS: ES LA RECETA DE SIEMPRE"
                 LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              DISPLAY CABHIS2 LINE 8 POSITION 3
              MOVE 9 TO LINEA
              MOVE 1 TO VXPRIMERA
              IF NVERSIONES > 12
                 COMPUTE VXPRIMERA = NVERSIONES - 11
              END-IF
              PERFORM MostrarVersion VARYING VX FROM VXPRIMERA BY 1
                 UNTIL VX > NVERSIONES
              DISPLAY "IMPRIMIR CON LOS INGREDIENTES? S/N:" LINE 22
                 POSITION 5
              MOVE "N" TO IMPRIMIRSN
              ACCEPT IMPRIMIRSN LINE 22 POSITION 41 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND (IMPRIMIRSN = "S" OR "s")
                 PERFORM ImprimirHistoria
              END-IF
           END-IF
           IF ERROREV = "00"
              CLOSE ESCVER
           END-IF.
       CargarVersiones.
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "A" TO EV-TIPO
           MOVE 0 TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarUnaVersion UNTIL FINEV = "S".
       CargarUnaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOPEDIDO
              OR EV-TIPO NOT = "A")
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N" AND NVERSIONES < 60
              ADD 1 TO NVERSIONES
              MOVE EV-VERSION TO TV-VERSION(NVERSIONES)
              MOVE EV-DESDE TO TV-DESDE(NVERSIONES)
              MOVE EV-NOMUSU TO TV-NOMUSU(NVERSIONES)
              MOVE EV-MOTIVO TO TV-MOTIVO(NVERSIONES)
              MOVE EV-COSTE TO TV-COSTE(NVERSIONES)
           END-IF.
       CostearVersionHoy.
           MOVE 0 TO COSTEVER
           MOVE "N" TO IMPRIMIRSN
           PERFORM RecorrerLineasVersion
           MOVE COSTEVER TO TV-COSTEHOY(VX).

      ** Recorre las lineas de la version VX: las costea a precio   **
      ** de hoy y, con IMPRIMIRSN = "S", las imprime.               **

       RecorrerLineasVersion.
           MOVE PLATOPEDIDO TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE TV-VERSION(VX) TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerLineaVersion UNTIL FINEV = "S".
       LeerLineaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOPEDIDO
              OR EV-TIPO NOT = "L" OR EV-VERSION NOT = TV-VERSION(VX))
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N"
              MOVE EV-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO LI-NOMBRE
                    MOVE SPACES TO LI-UNIDAD
                 NOT INVALID KEY
                    MOVE IG-NOMBRE TO LI-NOMBRE
                    MOVE IG-UNIDAD TO LI-UNIDAD
                    COMPUTE COSTEVER = COSTEVER
                       + (EV-CANTIDAD * IG-COSTE)
              END-READ
              IF IMPRIMIRSN = "S"
                 MOVE EV-INGRED TO LI-INGRED
                 MOVE EV-CANTIDAD TO LI-CANTIDAD
                 WRITE LINEAIMP FROM LINHISING BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.
       MostrarVersion.
           PERFORM MoverLineaVersion
           DISPLAY LINHIS LINE LINEA POSITION 3
           ADD 1 TO LINEA.
       MoverLineaVersion.
           MOVE TV-VERSION(VX) TO LH-VERSION
           IF TV-DESDE(VX) = 0
              MOVE "INICIAL" TO LH-DESDE
           ELSE
              MOVE TV-DESDE(VX) TO LH-DESDE
           END-IF
           MOVE TV-NOMUSU(VX) TO LH-USUARIO
           MOVE TV-MOTIVO(VX) TO LH-MOTIVO
           MOVE TV-COSTE(VX) TO LH-COSTEGRAB
           MOVE TV-COSTEHOY(VX) TO LH-COSTEHOY
           MOVE 0 TO DIFVER
           IF VX > 1
              COMPUTE DIFVER = TV-COSTEHOY(VX) - TV-COSTEHOY(VX - 1)
           END-IF
           MOVE DIFVER TO LH-DIF.
       ImprimirHistoria.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE NOM TO CH-NOM
              MOVE NUMPLATO TO CH-NUM
              WRITE LINEAIMP FROM CABHIS1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABHIS2 BEFORE ADVANCING 2 LINE
              PERFORM ImprimirVersion VARYING VX FROM 1 BY 1
                 UNTIL VX > NVERSIONES
              DISPLAY "HISTORIA IMPRESA" LINE 23 POSITION 5
           END-IF
           CLOSE LISTADO
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ImprimirVersion.
           PERFORM MoverLineaVersion
           WRITE LINEAIMP FROM LINHIS BEFORE ADVANCING 1 LINE
           MOVE 0 TO COSTEVER
           MOVE "S" TO IMPRIMIRSN
           PERFORM RecorrerLineasVersion
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-FORMATOS
           STRING RUTADATOS DELIMITED BY " "
                  "FORMATOS.DAT" DELIMITED BY SIZE
                  INTO RF-FORMATOS
           END-STRING
           MOVE SPACES TO RF-FICHATEC
           STRING RUTADATOS DELIMITED BY " "
                  "FICHATEC.DAT" DELIMITED BY SIZE
                  INTO RF-FICHATEC
           END-STRING
           MOVE SPACES TO RF-INGFICHA
           STRING RUTADATOS DELIMITED BY " "
                  "INGFICHA.DAT" DELIMITED BY SIZE
                  INTO RF-INGFICHA
           END-STRING
           MOVE SPACES TO RF-ELABORAD
           STRING RUTADATOS DELIMITED BY " "
                  "ELABORAD.DAT" DELIMITED BY SIZE
                  INTO RF-ELABORAD
           END-STRING
           MOVE SPACES TO RF-INCIDEN
           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
