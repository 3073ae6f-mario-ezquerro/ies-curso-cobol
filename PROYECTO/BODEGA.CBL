           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EC-CLAVE
           FILE STATUS IS ERROREC.
           SELECT OPTIONAL COPAVINO ASSIGN TO DISK RF-COPAVINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CV-INGRED
           ALTERNATE RECORD KEY IS CV-NUMPLATO
           FILE STATUS IS ERRORCV.
           SELECT OPTIONAL BOTABIER ASSIGN TO DISK RF-BOTABIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BA-CLAVE
           FILE STATUS IS ERRORBA.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
      * Vino por copas (lo mantiene BODEGA.CBL): plato de la carta
      * con que se vende la copa de cada vino, copas que salen de
      * una botella, dias que aguanta abierta y la botella que esta
      * en servicio (fecha y hora de apertura; cero = ninguna). El
      * escandallo de la copa lleva la fraccion de botella.
       FD COPAVINO LABEL RECORD STANDARD.
       01 REG-CV.
           02 CV-INGRED PIC 9(3).
           02 CV-NUMPLATO PIC 9(3).
           02 CV-COPAS PIC 99.
           02 CV-DIAS PIC 99.
           02 CV-FABRE PIC 9(8).
           02 CV-HABRE PIC 9(8).
      * Botellas abiertas para servir por copas: copas servidas de
      * cada una, coste de la botella al abrirla y como acabo (A
      * agotada, T tirada con la perdida de lo que quedaba).
       FD BOTABIER LABEL RECORD STANDARD.
       01 REG-BA.
           02 BA-CLAVE.
              03 BA-INGRED PIC 9(3).
              03 BA-FABRE PIC 9(8).
              03 BA-HABRE PIC 9(8).
           02 BA-COPASBOT PIC 99.
           02 BA-SERVIDAS PIC 99.
           02 BA-ESTADO PIC X.
              88 BA-ABIERTA VALUE " ".
              88 BA-AGOTADA VALUE "A".
              88 BA-TIRADA VALUE "T".
           02 BA-FCIERRE PIC 9(8).
           02 BA-COSTE PIC 9(4)V99.
           02 BA-PERDIDA PIC 9(4)V99.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
       77 RF-INGRED PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-COPAVINO PIC X(42).
       77 RF-BOTABIER PIC X(42).
       77 ERRORVIN PIC XX.
       77 ERRORING PIC XX.
       77 ERRORMOV PIC XX.
       77 ERROREC PIC XX.
       77 ERRORCV PIC XX.
       77 ERRORBA PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 DIASQUIETO PIC 9(5).
       77 DIASHOY PIC 9(7).
       77 DIASMOV PIC 9(7).
       77 EXISTECV PIC X.
       77 PLATOANT PIC 9(3).
       77 GRABADA PIC X.
       77 HAYBOTELLA PIC X.
       77 FINBA PIC X.
       77 BOTAFABRE PIC 9(8).
       77 BOTAHABRE PIC 9(8).
       77 CANTTIRADA PIC S9(5)V999.
       77 PERDIDATOT PIC 9(6)V99.
       77 DESDEF PIC 9(8).
       77 FECHAREND PIC 9(8).
       77 PASADA PIC 9.
       77 CP-N PIC 9(3).
       77 CP-I PIC 9(3).
       77 CP-K PIC 9(3).
       77 TOTABIERTAS PIC 9(5).
       77 TOTVENDIDAS PIC S9(7).
       01 FECHADES.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
              03 VNT-PVP PIC 9(4)V99.
              03 VNT-STOCK PIC S9(6)V999.
              03 VNT-ULTVENTA PIC 9(8).
       01 TablaCopas.
           02 CP-ENT OCCURS 200.
              03 CPT-INGRED PIC 9(3).
              03 CPT-PLATO PIC 9(3).
              03 CPT-NOM PIC X(26).
              03 CPT-COPAS PIC 99.
              03 CPT-DIAS PIC 99.
              03 CPT-ABIERTAS PIC 9(4).
              03 CPT-VENDIDAS PIC S9(6).
       01 RegBodegaAux.
           02 VNA-INGRED PIC 9(3).
           02 VNA-TIPO PIC X.
           02 LR-ULTVENTA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LR-DIAS PIC ZZZZ9.
       01 CABABIER.
           02 FILLER PIC X(40) VALUE
              " BOTELLAS ABIERTAS MAS DIAS DE LA CUENTA".
       01 CABABIER2.
           02 FILLER PIC X(40) VALUE
              "  VINO                       ABIERTA    ".
           02 FILLER PIC X(22) VALUE
              "  DIAS MAX. COPAS     ".
       01 LINABIER.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-NOM PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LA-FABRE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-DIAS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LA-MAXIMO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-SERVIDAS PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 LA-COPASBOT PIC 99.
       01 CABTIRADA.
           02 FILLER PIC X(32) VALUE
              "  BOTELLAS TIRADAS DESDE EL DIA ".
           02 CT-DESDE PIC 9(8).
       01 CABTIRADA2.
           02 FILLER PIC X(40) VALUE
              "  VINO                       TIRADA     ".
           02 FILLER PIC X(22) VALUE
              "COPAS     PERDIDA     ".
       01 LINTIRADA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LT-NOM PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LT-FCIERRE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LT-SERVIDAS PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 LT-COPASBOT PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LT-PERDIDA PIC ZZZ9,99.
       01 LINTOTPERD.
           02 FILLER PIC X(40) VALUE
              "  PERDIDA TOTAL POR BOTELLAS TIRADAS    ".
           02 FILLER PIC X(4) VALUE SPACES.
           02 LTP-TOTAL PIC ZZZZZ9,99.
       01 CABREND.
           02 FILLER PIC X(40) VALUE
              "  RENDIMIENTO DEL VINO POR COPAS, DIA   ".
           02 CR-FECHA PIC 9(8).
       01 CABREND2.
           02 FILLER PIC X(40) VALUE
              "  VINO                       BOTELLAS CO".
           02 FILLER PIC X(30) VALUE
              "PAS  COPAS/BOT.  PREVISTAS    ".
       01 LINREND.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-NOM PIC X(26).
           02 FILLER PIC X(4) VALUE SPACES.
           02 LD-ABIERTAS PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LD-VENDIDAS PIC -----9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LD-MEDIA PIC ZZ9,9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 LD-COPAS PIC Z9.
       01 LINTOTREND.
           02 FILLER PIC X(28) VALUE
              "  TOTAL                     ".
           02 LDT-ABIERTAS PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LDT-VENDIDAS PIC ------9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LDT-MEDIA PIC ZZ9,9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY "F = FICHA DE VINO" LINE 4 POSITION 5
           DISPLAY "C = IMPRIMIR CARTA DE VINOS" LINE 5 POSITION 5
           DISPLAY "R = ROTACION (VINOS PARADOS)" LINE 6 POSITION 5
           DISPLAY "V = VINO POR COPAS" LINE 7 POSITION 5
           DISPLAY "T = TIRAR BOTELLA ABIERTA" LINE 8 POSITION 5
           DISPLAY "A = BOTELLAS ABIERTAS Y TIRADAS" LINE 9 POSITION 5
           DISPLAY "D = RENDIMIENTO DE COPAS DEL DIA" LINE 10
              POSITION 5
           DISPLAY "X = SALIR" LINE 11 POSITION 5
           DISPLAY "OPCION:" LINE 13 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 13 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "c" PERFORM CARTAVINOS
              WHEN "R" PERFORM ROTACIONV
              WHEN "r" PERFORM ROTACIONV
              WHEN "V" PERFORM FICHACOPA
              WHEN "v" PERFORM FICHACOPA
              WHEN "T" PERFORM TIRARBOT
              WHEN "t" PERFORM TIRARBOT
              WHEN "A" PERFORM ABIERTAS
              WHEN "a" PERFORM ABIERTAS
              WHEN "D" PERFORM RENDCOPAS
              WHEN "d" PERFORM RENDCOPAS
           END-EVALUATE.

      ** Ficha de bodega de un ingrediente-botella: tipo (T tinto,   **
       CARTAVINOS.
           PERFORM CargarBodega
           IF VN-N = 0
              DISPLAY "LA BODEGA ESTA VACIA" LINE 15 POSITION 5
                 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM OrdenarBodega
              PERFORM ImprimirCartaV
              DISPLAY "CARTA DE VINOS IMPRESA" LINE 15 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
      ** o no se han vendido nunca.                                 **

       ROTACIONV.
           DISPLAY "MESES SIN VENTA:" LINE 15 POSITION 5
           MOVE 3 TO MESESQUIETO
           ACCEPT MESESQUIETO LINE 15 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM CargarBodega
              IF VN-N = 0
                 DISPLAY "LA BODEGA ESTA VACIA" LINE 17 POSITION 5
                    REVERSE
              ELSE
                 PERFORM RepasarMovimientos
                 PERFORM ImprimirRotacion
                 DISPLAY "LISTADO IMPRESO" LINE 17 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              WRITE LINEAIMP FROM LINROTA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Vino por copas: sobre un vino del libro de bodega se fija  **
      ** el plato de la carta que es su copa, las copas que salen  **
      ** de una botella y los dias que aguanta abierta. La ficha   **
      ** deja en el escandallo de la copa la fraccion de botella,  **
      ** para que el stock baje copa a copa. Plato 0 = no se vende **
      ** por copas.                                                **

       FICHACOPA.
           DISPLAY " " ERASE
           DISPLAY "VINO POR COPAS" LINE 2 POSITION 5
           DISPLAY "INGREDIENTE (BOTELLA):" LINE 4 POSITION 5
           MOVE 0 TO VIN-INGRED
           ACCEPT VIN-INGRED LINE 4 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND VIN-INGRED NOT = 0
              OPEN INPUT BODEGA
              READ BODEGA
                 INVALID KEY
                    DISPLAY "ESE VINO NO ESTA EN EL LIBRO DE BODEGA"
                       LINE 6 POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM EditarCopa
              END-READ
              CLOSE BODEGA
           END-IF.
       EditarCopa.
           MOVE VIN-INGRED TO IG-CODIGO
           MOVE SPACES TO IG-NOMBRE
           OPEN INPUT INGRED
           READ INGRED INVALID KEY CONTINUE
           END-READ
           CLOSE INGRED
           DISPLAY IG-NOMBRE LINE 4 POSITION 35
           OPEN I-O COPAVINO
           IF ERRORCV NOT = "00"
              OPEN OUTPUT COPAVINO
              CLOSE COPAVINO
              OPEN I-O COPAVINO
           END-IF
           MOVE VIN-INGRED TO CV-INGRED
           READ COPAVINO
              INVALID KEY
                 MOVE "N" TO EXISTECV
                 MOVE VIN-INGRED TO CV-INGRED
                 MOVE 0 TO CV-NUMPLATO
                 MOVE 6 TO CV-COPAS
                 MOVE 3 TO CV-DIAS
                 MOVE 0 TO CV-FABRE
                 MOVE 0 TO CV-HABRE
              NOT INVALID KEY
                 MOVE "S" TO EXISTECV
           END-READ
           MOVE CV-NUMPLATO TO PLATOANT
           DISPLAY "PLATO DE LA COPA (0=NO):" LINE 6 POSITION 5
           ACCEPT CV-NUMPLATO LINE 6 POSITION 31 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "COPAS POR BOTELLA:" LINE 7 POSITION 5
           ACCEPT CV-COPAS LINE 7 POSITION 31 NO BEEP UPDATE
           END-ACCEPT
           IF CV-COPAS = 0
              MOVE 1 TO CV-COPAS
           END-IF
           DISPLAY "DIAS ABIERTA COMO MAXIMO:" LINE 8 POSITION 5
           ACCEPT CV-DIAS LINE 8 POSITION 31 NO BEEP UPDATE
           END-ACCEPT
           MOVE "S" TO GRABADA
           IF CV-NUMPLATO NOT = 0
              MOVE CV-NUMPLATO TO NUMPLATO
              OPEN INPUT PLATOS
              READ PLATOS INVALID KEY MOVE "P" TO GRABADA
              END-READ
              CLOSE PLATOS
           END-IF
           IF GRABADA = "S"
              IF CV-NUMPLATO = 0
                 IF EXISTECV = "S"
                    DELETE COPAVINO RECORD INVALID KEY CONTINUE
                    END-DELETE
                 END-IF
              ELSE
                 IF EXISTECV = "S"
                    REWRITE REG-CV INVALID KEY MOVE "N" TO GRABADA
                    END-REWRITE
                 ELSE
                    WRITE REG-CV INVALID KEY MOVE "N" TO GRABADA
                    END-WRITE
                 END-IF
              END-IF
           END-IF
           CLOSE COPAVINO
           EVALUATE GRABADA
              WHEN "S"
                 PERFORM AjustarEscandalloCopa
                 DISPLAY "FICHA GRABADA" LINE 10 POSITION 5
              WHEN "P"
                 DISPLAY "NO EXISTE ESE PLATO" LINE 10 POSITION 5
                    REVERSE
              WHEN OTHER
                 DISPLAY "ESE PLATO YA ES LA COPA DE OTRO VINO"
                    LINE 10 POSITION 5 REVERSE
           END-EVALUATE
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
      * La copa gasta 1/copas de botella; si la copa cambia de
      * plato, el plato anterior deja de llevar el vino.
       AjustarEscandalloCopa.
           OPEN I-O ESCAND
           IF ERROREC NOT = "00"
              OPEN OUTPUT ESCAND
              CLOSE ESCAND
              OPEN I-O ESCAND
           END-IF
           IF ERROREC = "00"
              IF PLATOANT NOT = 0 AND PLATOANT NOT = CV-NUMPLATO
                 MOVE PLATOANT TO EC-NUMPLATO
                 MOVE VIN-INGRED TO EC-INGRED
                 DELETE ESCAND RECORD INVALID KEY CONTINUE
                 END-DELETE
              END-IF
              IF CV-NUMPLATO NOT = 0
                 MOVE CV-NUMPLATO TO EC-NUMPLATO
                 MOVE VIN-INGRED TO EC-INGRED
                 READ ESCAND
                    INVALID KEY
                       COMPUTE EC-CANTIDAD ROUNDED = 1 / CV-COPAS
                       WRITE REG-ESC INVALID KEY CONTINUE
                       END-WRITE
                    NOT INVALID KEY
                       COMPUTE EC-CANTIDAD ROUNDED = 1 / CV-COPAS
                       REWRITE REG-ESC INVALID KEY CONTINUE
                       END-REWRITE
                 END-READ
              END-IF
              CLOSE ESCAND
           END-IF.

      ** Tirar la botella abierta de un vino: lo que quedaba en     **
      ** ella se valora a su coste de apertura como perdida, sale   **
      ** del stock con un apunte de merma y la siguiente copa que   **
      ** se venda abre botella nueva.                               **

       TIRARBOT.
           DISPLAY " " ERASE
           DISPLAY "TIRAR BOTELLA ABIERTA" LINE 2 POSITION 5
           DISPLAY "INGREDIENTE (BOTELLA):" LINE 4 POSITION 5
           MOVE 0 TO IG-CODIGO
           ACCEPT IG-CODIGO LINE 4 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND IG-CODIGO NOT = 0
              PERFORM BuscarBotellaAbierta
              IF HAYBOTELLA = "N"
                 DISPLAY "NO HAY BOTELLA ABIERTA DE ESE VINO" LINE 6
                    POSITION 5 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 PERFORM ConfirmarTirada
              END-IF
           END-IF.
      * Se queda con la ultima botella aun abierta del vino.
       BuscarBotellaAbierta.
           MOVE "N" TO HAYBOTELLA
           MOVE "N" TO FINBA
           OPEN INPUT BOTABIER
           IF ERRORBA NOT = "00"
              MOVE "S" TO FINBA
           ELSE
              MOVE IG-CODIGO TO BA-INGRED
              MOVE 0 TO BA-FABRE
              MOVE 0 TO BA-HABRE
              START BOTABIER KEY IS NOT < BA-CLAVE
                 INVALID KEY MOVE "S" TO FINBA
              END-START
           END-IF
           PERFORM MirarBotellaAbierta UNTIL FINBA = "S"
           IF ERRORBA = "00" OR ERRORBA = "10"
              CLOSE BOTABIER
           END-IF.
       MirarBotellaAbierta.
           READ BOTABIER NEXT AT END MOVE "S" TO FINBA
           END-READ.
           IF FINBA = "N" AND BA-INGRED NOT = IG-CODIGO
              MOVE "S" TO FINBA
           END-IF.
           IF FINBA = "N" AND BA-ABIERTA
              MOVE "S" TO HAYBOTELLA
              MOVE BA-FABRE TO BOTAFABRE
              MOVE BA-HABRE TO BOTAHABRE
           END-IF.
       ConfirmarTirada.
           OPEN I-O BOTABIER
           MOVE IG-CODIGO TO BA-INGRED
           MOVE BOTAFABRE TO BA-FABRE
           MOVE BOTAHABRE TO BA-HABRE
           READ BOTABIER INVALID KEY MOVE "N" TO HAYBOTELLA
           END-READ
           IF HAYBOTELLA = "S"
              COMPUTE BA-PERDIDA ROUNDED = BA-COSTE
                 * (BA-COPASBOT - BA-SERVIDAS) / BA-COPASBOT
              MOVE BA-FABRE TO LA-FABRE
              MOVE BA-SERVIDAS TO LA-SERVIDAS
              MOVE BA-COPASBOT TO LA-COPASBOT
              MOVE BA-PERDIDA TO LT-PERDIDA
              DISPLAY "ABIERTA EL DIA:" LINE 6 POSITION 5
              DISPLAY LA-FABRE LINE 6 POSITION 24
              DISPLAY "COPAS SERVIDAS:" LINE 7 POSITION 5
              DISPLAY LA-SERVIDAS LINE 7 POSITION 24
              DISPLAY "/" LINE 7 POSITION 26
              DISPLAY LA-COPASBOT LINE 7 POSITION 27
              DISPLAY "PERDIDA:" LINE 8 POSITION 5
              DISPLAY LT-PERDIDA LINE 8 POSITION 24
              DISPLAY "TIRAR LA BOTELLA (S/N):" LINE 10 POSITION 5
              MOVE "N" TO TECLA
              ACCEPT TECLA LINE 10 POSITION 29 NO BEEP UPDATE
              END-ACCEPT
              IF TECLA = "S" OR TECLA = "s"
                 MOVE "T" TO BA-ESTADO
                 ACCEPT BA-FCIERRE FROM DATE YYYYMMDD
                 REWRITE REG-BA INVALID KEY CONTINUE
                 END-REWRITE
                 COMPUTE CANTTIRADA ROUNDED =
                    (BA-COPASBOT - BA-SERVIDAS) / BA-COPASBOT
                 PERFORM SoltarBotellaCopa
                 PERFORM DarDeBajaTirada
                 DISPLAY "BOTELLA TIRADA" LINE 12 POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF
           CLOSE BOTABIER.
       SoltarBotellaCopa.
           OPEN I-O COPAVINO
           IF ERRORCV = "00"
              MOVE IG-CODIGO TO CV-INGRED
              READ COPAVINO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CV-FABRE = BA-FABRE AND CV-HABRE = BA-HABRE
                       MOVE 0 TO CV-FABRE
                       MOVE 0 TO CV-HABRE
                       REWRITE REG-CV INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE COPAVINO
           END-IF.
       DarDeBajaTirada.
           OPEN I-O INGRED
           IF ERRORING = "00"
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT CANTTIRADA FROM IG-STOCK
                    REWRITE REG-ING INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE INGRED
           END-IF
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           MOVE "M" TO MV-TIPO
           MOVE "I" TO MV-CLASE
           MOVE IG-CODIGO TO MV-CODIGO
           COMPUTE MV-CANTIDAD = 0 - CANTTIRADA
           MOVE "MERMA BOTELLA ABIERTA TIRADA" TO MV-MOTIVO
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      ** Botellas abiertas y tiradas: primero las que llevan        **
      ** abiertas mas dias de los que aguanta su vino, y despues    **
      ** las tiradas desde la fecha pedida con lo que se perdio.    **

       ABIERTAS.
           DISPLAY "TIRADAS DESDE (AAAAMMDD):" LINE 15 POSITION 5
           ACCEPT FECHADES FROM DATE YYYYMMDD
           MOVE 1 TO FH-DIA
           MOVE FECHADES TO DESDEF
           ACCEPT DESDEF LINE 15 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM CargarCopas
              ACCEPT FECHADES FROM DATE YYYYMMDD
              COMPUTE DIASHOY = FH-ANO * 360 + FH-MES * 30 + FH-DIA
              MOVE 0 TO PERDIDATOT
              OPEN INPUT INGRED
              OPEN OUTPUT LISTADO
              WRITE LINEAIMP FROM CABABIER BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABABIER2 BEFORE ADVANCING 2 LINE
              MOVE 1 TO PASADA
              PERFORM RepasarBotellas
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 2 LINE
              MOVE DESDEF TO CT-DESDE
              WRITE LINEAIMP FROM CABTIRADA BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABTIRADA2 BEFORE ADVANCING 2 LINE
              MOVE 2 TO PASADA
              PERFORM RepasarBotellas
              MOVE PERDIDATOT TO LTP-TOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINTOTPERD BEFORE ADVANCING 1 LINE
              CLOSE LISTADO
              CLOSE INGRED
              DISPLAY "LISTADO IMPRESO" LINE 17 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       RepasarBotellas.
           MOVE "N" TO FINBA
           OPEN INPUT BOTABIER
           IF ERRORBA NOT = "00"
              MOVE "S" TO FINBA
           END-IF
           PERFORM MirarUnaBotella UNTIL FINBA = "S"
           IF ERRORBA = "00" OR ERRORBA = "10"
              CLOSE BOTABIER
           END-IF.
       MirarUnaBotella.
           READ BOTABIER NEXT AT END MOVE "S" TO FINBA
           END-READ.
           IF FINBA = "N" AND PASADA = 1 AND BA-ABIERTA
              PERFORM MirarBotellaVieja
           END-IF.
           IF FINBA = "N" AND PASADA = 2 AND BA-TIRADA
              AND BA-FCIERRE NOT < DESDEF
              MOVE BA-INGRED TO IG-CODIGO
              PERFORM NombreBotella
              MOVE BA-FCIERRE TO LT-FCIERRE
              MOVE BA-SERVIDAS TO LT-SERVIDAS
              MOVE BA-COPASBOT TO LT-COPASBOT
              MOVE BA-PERDIDA TO LT-PERDIDA
              ADD BA-PERDIDA TO PERDIDATOT
              WRITE LINEAIMP FROM LINTIRADA BEFORE ADVANCING 1 LINE
           END-IF.
      * Un vino que ya no se vende por copas no tiene dias de
      * aguante: su botella abierta sale siempre.
       MirarBotellaVieja.
           MOVE BA-FABRE TO FECHADES
           COMPUTE DIASMOV = DIASHOY -
              (FH-ANO * 360 + FH-MES * 30 + FH-DIA)
           MOVE BA-INGRED TO IG-CODIGO
           PERFORM LocalizarCopa
           MOVE 0 TO DIASQUIETO
           IF CP-I NOT = 0
              MOVE CPT-DIAS(CP-I) TO DIASQUIETO
           END-IF
           IF DIASMOV > DIASQUIETO
              PERFORM NombreBotella
              MOVE BA-FABRE TO LA-FABRE
              MOVE DIASMOV TO LA-DIAS
              MOVE DIASQUIETO TO LA-MAXIMO
              MOVE BA-SERVIDAS TO LA-SERVIDAS
              MOVE BA-COPASBOT TO LA-COPASBOT
              WRITE LINEAIMP FROM LINABIER BEFORE ADVANCING 1 LINE
           END-IF.
       NombreBotella.
           MOVE SPACES TO IG-NOMBRE
           READ INGRED INVALID KEY CONTINUE
           END-READ
           MOVE IG-NOMBRE TO LA-NOM
           MOVE IG-NOMBRE TO LT-NOM.

      ** Rendimiento del dia: por cada vino servido por copas, las  **
      ** botellas abiertas ese dia (BOTABIER) frente a las copas    **
      ** vendidas (diario de movimientos, por el plato de la copa). **

       RENDCOPAS.
           DISPLAY "FECHA (AAAAMMDD):" LINE 15 POSITION 5
           ACCEPT FECHAREND FROM DATE YYYYMMDD
           ACCEPT FECHAREND LINE 15 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM CargarCopas
              IF CP-N = 0
                 DISPLAY "NO HAY VINOS POR COPAS" LINE 17 POSITION 5
                    REVERSE
              ELSE
                 PERFORM ContarAbiertasDia
                 PERFORM ContarCopasDia
                 PERFORM ImprimirRendimiento
                 DISPLAY "LISTADO IMPRESO" LINE 17 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       ContarAbiertasDia.
           MOVE "N" TO FINBA
           OPEN INPUT BOTABIER
           IF ERRORBA NOT = "00"
              MOVE "S" TO FINBA
           END-IF
           PERFORM ContarUnaAbierta UNTIL FINBA = "S"
           IF ERRORBA = "00" OR ERRORBA = "10"
              CLOSE BOTABIER
           END-IF.
       ContarUnaAbierta.
           READ BOTABIER NEXT AT END MOVE "S" TO FINBA
           END-READ.
           IF FINBA = "N" AND BA-FABRE = FECHAREND
              MOVE BA-INGRED TO IG-CODIGO
              PERFORM LocalizarCopa
              IF CP-I NOT = 0
                 ADD 1 TO CPT-ABIERTAS(CP-I)
              END-IF
           END-IF.
       ContarCopasDia.
           MOVE "N" TO FIN
           OPEN INPUT MOVSTOCK
           IF ERRORMOV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM ContarUnaVenta UNTIL FIN = "S"
           IF ERRORMOV = "00" OR ERRORMOV = "10"
              CLOSE MOVSTOCK
           END-IF.
       ContarUnaVenta.
           READ MOVSTOCK AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MV-FECHA = FECHAREND AND MV-CLASE = "P"
              AND (MV-TIPO = "V" OR MV-TIPO = "A")
              PERFORM ApuntarCopaVendida VARYING CP-K FROM 1 BY 1
                 UNTIL CP-K > CP-N
           END-IF.
       ApuntarCopaVendida.
           IF CPT-PLATO(CP-K) = MV-CODIGO
              SUBTRACT MV-CANTIDAD FROM CPT-VENDIDAS(CP-K)
           END-IF.
       ImprimirRendimiento.
           MOVE 0 TO TOTABIERTAS
           MOVE 0 TO TOTVENDIDAS
           MOVE FECHAREND TO CR-FECHA
           OPEN OUTPUT LISTADO
           WRITE LINEAIMP FROM CABREND BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM CABREND2 BEFORE ADVANCING 2 LINE
           PERFORM ImprimirUnaCopa VARYING CP-K FROM 1 BY 1
              UNTIL CP-K > CP-N
           MOVE TOTABIERTAS TO LDT-ABIERTAS
           MOVE TOTVENDIDAS TO LDT-VENDIDAS
           MOVE 0 TO LDT-MEDIA
           IF TOTABIERTAS > 0
              COMPUTE LDT-MEDIA ROUNDED = TOTVENDIDAS / TOTABIERTAS
           END-IF
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINTOTREND BEFORE ADVANCING 1 LINE
           CLOSE LISTADO.
       ImprimirUnaCopa.
           IF CPT-ABIERTAS(CP-K) NOT = 0 OR CPT-VENDIDAS(CP-K) NOT = 0
              MOVE CPT-NOM(CP-K) TO LD-NOM
              MOVE CPT-ABIERTAS(CP-K) TO LD-ABIERTAS
              MOVE CPT-VENDIDAS(CP-K) TO LD-VENDIDAS
              MOVE 0 TO LD-MEDIA
              IF CPT-ABIERTAS(CP-K) > 0
                 COMPUTE LD-MEDIA ROUNDED =
                    CPT-VENDIDAS(CP-K) / CPT-ABIERTAS(CP-K)
              END-IF
              MOVE CPT-COPAS(CP-K) TO LD-COPAS
              ADD CPT-ABIERTAS(CP-K) TO TOTABIERTAS
              ADD CPT-VENDIDAS(CP-K) TO TOTVENDIDAS
              WRITE LINEAIMP FROM LINREND BEFORE ADVANCING 1 LINE
           END-IF.

      ** Carga los vinos que se sirven por copas, con el nombre del **
      ** ingrediente-botella y los contadores del dia a cero.       **

       CargarCopas.
           MOVE 0 TO CP-N
           MOVE "N" TO FIN
           OPEN INPUT COPAVINO
           IF ERRORCV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           IF FIN = "N"
              OPEN INPUT INGRED
              PERFORM CargarUnaCopa UNTIL FIN = "S"
              CLOSE INGRED
              CLOSE COPAVINO
           END-IF.
       CargarUnaCopa.
           READ COPAVINO NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CP-N < 200
              ADD 1 TO CP-N
              MOVE CV-INGRED TO CPT-INGRED(CP-N)
              MOVE CV-NUMPLATO TO CPT-PLATO(CP-N)
              MOVE CV-COPAS TO CPT-COPAS(CP-N)
              MOVE CV-DIAS TO CPT-DIAS(CP-N)
              MOVE 0 TO CPT-ABIERTAS(CP-N)
              MOVE 0 TO CPT-VENDIDAS(CP-N)
              MOVE CV-INGRED TO IG-CODIGO
              MOVE SPACES TO IG-NOMBRE
              READ INGRED INVALID KEY CONTINUE
              END-READ
              MOVE IG-NOMBRE TO CPT-NOM(CP-N)
           END-IF.
      * Deja en CP-I la posicion del vino IG-CODIGO en la tabla
      * (cero si no se sirve por copas).
       LocalizarCopa.
           MOVE 0 TO CP-I
           PERFORM MirarUnaCopa VARYING CP-K FROM 1 BY 1
              UNTIL CP-K > CP-N.
       MirarUnaCopa.
           IF CPT-INGRED(CP-K) = IG-CODIGO
              MOVE CP-K TO CP-I
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-COPAVINO
           STRING RUTADATOS DELIMITED BY " "
                  "COPAVINO.DAT" DELIMITED BY SIZE
                  INTO RF-COPAVINO
           END-STRING
           MOVE SPACES TO RF-BOTABIER
           STRING RUTADATOS DELIMITED BY " "
                  "BOTABIER.DAT" DELIMITED BY SIZE
                  INTO RF-BOTABIER
           END-STRING.
