           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
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
       77 TECLAF PIC 99 COMP.
       77 IMPRIMIRSN PIC X.
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
       77 FECHANUTRI PIC 9(8).
       77 HOYNUTRI PIC 9(8).
       77 PL PIC 9(3).
       77 HAYRECETA PIC X.
       77 KCALPLATO PIC 9(6)V9.
           02 NU-GRAS PIC ZZZZ9,9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NU-HIDR PIC ZZZZ9,9.
       01 CABNUTRIF.
           02 FILLER PIC X(22) VALUE "  RECETAS EN VIGOR EL ".
           02 NU-FECHA PIC 9(8).
           02 FILLER PIC X(32) VALUE
              " (NO SE CAMBIAN LAS FICHAS)     ".
       01 TOTNUTRI.
           02 FILLER PIC X(19) VALUE "  PLATOS CALCULADOS".
           02 FILLER PIC X(2) VALUE ": ".
           ACCEPT IMPRIMIRSN LINE 7 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM PedirFechaNutri
           END-IF
           IF TECLAF NOT = 27
              PERFORM RECALCULAR
              DISPLAY "RECALCULO TERMINADO" LINE 9 POSITION 5
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Fecha de las recetas: hoy recalcula la carta; un dia pasado **
      ** solo imprime los valores de las recetas que valian entonces **
      ** (las fichas se quedan con los de la receta de hoy).         **

       PedirFechaNutri.
           ACCEPT HOYNUTRI FROM DATE YYYYMMDD
           MOVE HOYNUTRI TO FECHANUTRI
           DISPLAY "RECETAS EN VIGOR EL (AAAAMMDD):" LINE 8 POSITION 5
           PERFORM WITH TEST AFTER UNTIL FECHANUTRI > 0
              AND FECHANUTRI NOT > HOYNUTRI
              ACCEPT FECHANUTRI LINE 8 POSITION 37 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF = 27
                 MOVE HOYNUTRI TO FECHANUTRI
              END-IF
           END-PERFORM
           IF FECHANUTRI < HOYNUTRI
              MOVE "S" TO IMPRIMIRSN
           END-IF.

      ** Recorre los platos y suma el escandallo valorado con los   **
      ** datos nutricionales de cada ingrediente, igual que MARGEN  **
      ** valora el coste; las kcal redondeadas se guardan en la     **
      ** ficha del plato (PKCAL) para la carta y las consultas.     **
      ** Los platos sin receta se quedan como estan. Cada plato se  **
      ** calcula con la version de su receta en vigor en FECHANUTRI. **

       RECALCULAR.
           MOVE 0 TO CUANTOSCALC
           OPEN I-O PLATOS
           OPEN INPUT ESCAND
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           OPEN INPUT INGRED
           IF IMPRIMIRSN = "S" OR "s"
              OPEN OUTPUT LISTADO
              WRITE LINEAIMP FROM CABNUTRI BEFORE ADVANCING 1 LINE
              IF FECHANUTRI < HOYNUTRI
                 MOVE FECHANUTRI TO NU-FECHA
                 WRITE LINEAIMP FROM CABNUTRIF BEFORE ADVANCING 1 LINE
              END-IF
              WRITE LINEAIMP FROM CABNUTRI2 BEFORE ADVANCING 2 LINE
           END-IF
           PERFORM CalcularUnPlato VARYING PL FROM 1 BY 1
              CLOSE LISTADO
           END-IF
           CLOSE INGRED
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF
           CLOSE ESCAND
           CLOSE PLATOS.
       CalcularUnPlato.
                 IF HAYRECETA = "S"
                    ADD 1 TO CUANTOSCALC
                    COMPUTE PKCAL ROUNDED = KCALPLATO
                    IF FECHANUTRI NOT < HOYNUTRI
                       REWRITE REG-PLA INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
                    IF IMPRIMIRSN = "S" OR "s"
                       MOVE NOM TO NU-NOM
                       MOVE PKCAL TO NU-KCAL
           MOVE 0 TO GRASPLATO
           MOVE 0 TO HIDRPLATO
           MOVE "N" TO HAYRECETA
           MOVE PL TO PLATOVIG
           MOVE FECHANUTRI TO FECHAVIG
           PERFORM BuscarVersion
           IF CONHIST = "S"
              PERFORM EmpezarLineasVersion
              PERFORM SumarLineaVersion UNTIL FINEV = "S"
           ELSE
              MOVE PL TO EC-NUMPLATO
              MOVE 0 TO EC-INGRED
              MOVE "N" TO FINESC
              START ESCAND KEY IS NOT < EC-CLAVE
                 INVALID KEY MOVE "S" TO FINESC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM SumarUnIngrediente UNTIL FINESC = "S"
           END-IF.
       SumarUnIngrediente.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE EC-INGRED TO INGVIG
              MOVE EC-CANTIDAD TO CANTVIG
              PERFORM SumarNutrientes
           END-IF.
       SumarLineaVersion.
           PERFORM LeerLineaVersion
           IF FINEV = "N"
              MOVE EV-INGRED TO INGVIG
              MOVE EV-CANTIDAD TO CANTVIG
              PERFORM SumarNutrientes
           END-IF.
       SumarNutrientes.
           MOVE INGVIG TO IG-CODIGO
           READ INGRED
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO HAYRECETA
                 COMPUTE KCALPLATO = KCALPLATO
                    + (CANTVIG * IG-KCAL)
                 COMPUTE PROTPLATO = PROTPLATO
                    + (CANTVIG * IG-PROTEINA)
                 COMPUTE GRASPLATO = GRASPLATO
                    + (CANTVIG * IG-GRASA)
                 COMPUTE HIDRPLATO = HIDRPLATO
                    + (CANTVIG * IG-HIDRATOS)
           END-READ.

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

      ** Compone las rutas de los ficheros de datos con la carpeta **
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
