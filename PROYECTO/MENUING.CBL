       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUING.
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
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE.
           SELECT OPTIONAL FORMATOS ASSIGN TO DISK RF-FORMATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-CLAVE
           FILE STATUS IS ERRORFM.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
      * terminales; se lee del DATOSDIR.DAT local de cada puesto
      * (en blanco = carpeta de arranque, como toda la vida). Una
      * copia de pruebas puede apuntarse a otra carpeta sin tocar
      * los programas.
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
       FD PLATOS LABEL RECORD STANDARD.
       01 REG-PLA.
           02 NUMPLATO PIC 9(3).
           02 CODIGO PIC XX.
           02 NOM PIC X(26).
           02 PVP PIC 9(4)V99.
           02 STOCK PIC 9(4).
           02 CATEGORIA PIC X.
           02 DISPONIBLE PIC X.
              88 PLATO-DISPONIBLE VALUE "S".
           02 ALERGENOS PIC X(30).
           02 PFECHAMOD PIC 9(8).
           02 PTIPOIVA PIC 9.
           02 PVP2 PIC 9(4)V99.
           02 PVP3 PIC 9(4)V99.
           02 PCOSTE PIC 9(4)V99.
           02 PALERG PIC X(14).
           02 PKCAL PIC 9(5).
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 99.
              03 FMES PIC 99.
              03 FANO PIC 9999.
           02 FPASTA  PIC 9(6)V99.
           02 FPAGADA PIC X.
           02 FMESA   PIC 99.
           02 FCOBRADO PIC 9(6)V99.
           02 FMETODO  PIC X.
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 FFECHACOB PIC 9(8).
           02 FCLASE   PIC X.
           02 FABONODE PIC 9(8).
           02 FREMESADA PIC X.
           02 FBASE1  PIC 9(6)V99.
           02 FCUOTA1 PIC 9(6)V99.
           02 FBASE2  PIC 9(6)V99.
           02 FCUOTA2 PIC 9(6)V99.
           02 FBASE3  PIC 9(6)V99.
           02 FCUOTA3 PIC 9(6)V99.
           02 FSERIE    PIC 9(4).
           02 FNUMSERIE PIC 9(6).
           02 FCOMENSALES PIC 99.
       FD DETFAC LABEL RECORD STANDARD.
       01 REG-FACTLIN.
           02 FL-CLAVE.
              03 FL-NFAC  PIC 9(8).
              03 FL-LINEA PIC 99.
           02 FL-NUMPLATO PIC 9(3).
           02 FL-NOM      PIC X(26).
           02 FL-CANTIDAD PIC 99.
           02 FL-PVP      PIC 9(4)V99.
           02 FL-TOTAL    PIC 9(6)V99.
           02 FL-FORMATO  PIC 9.
      * Formatos de venta de cada plato (tapa, media, racion) con
      * su nombre, su precio y su factor de receta.
       FD FORMATOS LABEL RECORD STANDARD.
       01 REG-FM.
           02 FM-CLAVE.
              03 FM-PLATO PIC 9(3).
              03 FM-FORMATO PIC 9.
           02 FM-NOMBRE PIC X(10).
           02 FM-PVP PIC 9(4)V99.
           02 FM-FACTOR PIC 9V99.
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 IG-NOMBRE PIC X(26).
           02 IG-UNIDAD PIC X(3).
           02 IG-STOCK PIC S9(6)V999.
           02 IG-COSTE PIC 9(4)V99.
           02 IG-MINIMO PIC 9(5)V999.
           02 IG-PEDIRHASTA PIC 9(5)V999.
           02 IG-PROVEEDOR PIC 9(3).
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-PLATOS PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-FORMATOS PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 ERRORFM PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 BIEN PIC X.
       77 FINLIN PIC X.
       77 FINESC PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 FECHACOMP PIC 9(8).
       77 FANOC PIC 9(4).
       77 PL PIC 9(3).
       77 FO PIC 9.
       77 FO1 PIC 9.
       77 CUR PIC 9.
       77 CATPEDIDA PIC X.
       77 CATACT PIC X.
       77 HAYVENTA PIC X.
       77 COSTEPLATO PIC 9(5)V99.
       77 HAYRECETA PIC X.
       77 IT PIC 9(4).
       77 NITEMS PIC 9(4).
       77 GR PIC 9.
       77 SUMAUNID PIC 9(7).
       77 SUMACONTRIB PIC S9(8)V99.
       77 MEDIAUNID PIC 9(5)V99.
       77 MEDIAMARGEN PIC S9(5)V99.
       77 GRUNID PIC 9(7).
       77 GRCONTRIB PIC S9(8)V99.
       77 GRPLATOS PIC 9(4).
       77 CUOTAPOP PIC 999V9.
       01 TABLA-CATS.
           02 FILLER PIC X(5) VALUE "EPSDB".
       01 CATSR REDEFINES TABLA-CATS.
           02 CAT-LETRA PIC X OCCURS 5.
       01 TABLA-GRUPOS.
           02 FILLER PIC X(10) VALUE "ESTRELLA  ".
           02 FILLER PIC X(10) VALUE "CABALLO   ".
           02 FILLER PIC X(10) VALUE "PUZZLE    ".
           02 FILLER PIC X(10) VALUE "PERRO     ".
       01 GRUPOSR REDEFINES TABLA-GRUPOS.
           02 NOMGRUPO PIC X(10) OCCURS 4.
      * Unidades vendidas por plato y formato (1 = racion entera,
      * 2 a 4 = formatos 1 a 3 de FORMATOS.DAT).
       01 TablaFormatos.
           02 VF-PLA OCCURS 999.
              03 VF-UNID PIC 9(5) OCCURS 4.
      * Platos de la categoria en curso: cada plato y formato con su
      * precio de carta, su coste, su margen de contribucion por
      * unidad y el grupo de la matriz que le corresponde.
       01 TablaItems.
           02 IT-ENT OCCURS 800.
              03 IT-NOMBRE PIC X(22).
              03 IT-FORMATO PIC X(6).
              03 IT-UNID PIC 9(5).
              03 IT-PVP PIC 9(4)V99.
              03 IT-COSTE PIC 9(5)V99.
              03 IT-MARGEN PIC S9(5)V99.
              03 IT-GRUPO PIC 9.
       01 CABMENU.
           02 FILLER PIC X(40) VALUE
              "  INGENIERIA DE MENUS                   ".
           02 FILLER PIC X(6) VALUE "DESDE ".
           02 ME-CDESDE PIC 9(8).
           02 FILLER PIC X(7) VALUE " HASTA ".
           02 ME-CHASTA PIC 9(8).
       01 CABMENU2.
           02 FILLER PIC X(40) VALUE
              "  PLATO                  FORM.   UNID   ".
           02 FILLER PIC X(40) VALUE
              "  PVP   COSTE MARGEN/U  CONTRIBUC.  %POP".
       01 LINCATME.
           02 FILLER PIC X(12) VALUE "  CATEGORIA ".
           02 ME-CAT PIC X(10).
       01 LINMEDIAS.
           02 FILLER PIC X(14) VALUE "  UNID. MEDIA:".
           02 ME-MEDIAUNID PIC ZZZZ9,99.
           02 FILLER PIC X(26) VALUE
              "  MARGEN MEDIO PONDERADO: ".
           02 ME-MEDIAMARGEN PIC -ZZZ9,99.
       01 LINGRUPO.
           02 FILLER PIC X(4) VALUE "  * ".
           02 ME-GRUPO PIC X(10).
           02 ME-GRUPOTXT PIC X(40).
       01 LINITEM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ME-NOMBRE PIC X(22).
           02 FILLER PIC X VALUE SPACES.
           02 ME-FORMATO PIC X(6).
           02 FILLER PIC X VALUE SPACES.
           02 ME-UNID PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 ME-PVP PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 ME-COSTE PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 ME-MARGEN PIC -ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 ME-CONTRIB PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 ME-POP PIC ZZ9,9.
       01 TOTGRUPO.
           02 FILLER PIC X(24) VALUE "    TOTAL GRUPO  PLATOS:".
           02 ME-GRPLATOS PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ME-GRUNID PIC ZZZZZZ9.
           02 FILLER PIC X(17) VALUE SPACES.
           02 ME-GRCONTRIB PIC -ZZ.ZZZ.ZZ9,99.
       01 TOTCATME.
           02 FILLER PIC X(28) VALUE "  CONTRIBUCION CATEGORIA:   ".
           02 ME-CATUNID PIC ZZZZZZ9.
           02 FILLER PIC X(17) VALUE SPACES.
           02 ME-CATCONTRIB PIC -ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "INGENIERIA DE MENUS" LINE 2 POSITION 5
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
           MOVE 99999999 TO HASTA
           ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "CATEGORIA (E/P/S/D/B, BLANCO=TODAS):" LINE 6
              POSITION 5
           MOVE " " TO CATPEDIDA
           ACCEPT CATPEDIDA LINE 6 POSITION 42 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM GENERAR
              DISPLAY "LISTADO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Unidades vendidas por plato y formato en el periodo (sin   **
      ** abonos ni tickets absorbidos por recapitulativas), como en **
      ** VENTFORM.CBL, y luego la matriz de cada categoria.         **

       GENERAR.
           PERFORM LimpiarPlato VARYING PL FROM 1 BY 1
              UNTIL PL > 999
           OPEN INPUT FACTURA
           OPEN INPUT DETFAC
           MOVE "B" TO BIEN
           MOVE 0 TO NFAC
           START FACTURA KEY IS NOT < NFAC
              INVALID KEY MOVE "N" TO BIEN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerFacturaI UNTIL BIEN = "N"
           CLOSE DETFAC
           CLOSE FACTURA
           PERFORM IMPRIMIRI.
       LimpiarPlato.
           PERFORM LimpiarFormato VARYING FO FROM 1 BY 1
              UNTIL FO > 4.
       LimpiarFormato.
           MOVE 0 TO VF-UNID(PL FO).
       LeerFacturaI.
           READ FACTURA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B"
              MOVE FANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA
              IF FECHACOMP NOT < DESDE AND FECHACOMP NOT > HASTA
                 AND FCLASE NOT = "A" AND FCLASE NOT = "X"
                 PERFORM AcumularLineasI
              END-IF
           END-IF.
       AcumularLineasI.
           MOVE NFAC TO FL-NFAC
           MOVE 0 TO FL-LINEA
           START DETFAC KEY IS NOT < FL-CLAVE
              INVALID KEY MOVE "N" TO FINLIN
              NOT INVALID KEY MOVE "B" TO FINLIN
           END-START
           PERFORM AcumularUnaI UNTIL FINLIN = "N".
       AcumularUnaI.
           READ DETFAC NEXT AT END MOVE "N" TO FINLIN
           END-READ.
           IF FINLIN = "B" AND FL-NFAC NOT = NFAC
              MOVE "N" TO FINLIN
           END-IF.
           IF FINLIN = "B" AND FL-NUMPLATO > 0
              COMPUTE FO1 = FL-FORMATO + 1
              IF FO1 > 4
                 MOVE 1 TO FO1
              END-IF
              ADD FL-CANTIDAD TO VF-UNID(FL-NUMPLATO FO1)
           END-IF.

      ** Una matriz por categoria: cada plato y formato vendido (y  **
      ** los platos disponibles que no se vendieron) se compara con **
      ** la media de unidades de la categoria y con el margen medio **
      ** ponderado por las unidades vendidas.                       **

       IMPRIMIRI.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT PLATOS
              OPEN INPUT FORMATOS
              OPEN INPUT ESCAND
              OPEN INPUT INGRED
              MOVE DESDE TO ME-CDESDE
              MOVE HASTA TO ME-CHASTA
              WRITE LINEAIMP FROM CABMENU BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABMENU2 BEFORE ADVANCING 2 LINE
              PERFORM ImprimirCatI VARYING CUR FROM 1 BY 1
                 UNTIL CUR > 5
              CLOSE INGRED
              CLOSE ESCAND
              IF ERRORFM = "00"
                 CLOSE FORMATOS
              END-IF
              CLOSE PLATOS
           END-IF
           CLOSE LISTADO.
       ImprimirCatI.
           MOVE CAT-LETRA(CUR) TO CATACT
           IF CATPEDIDA = " " OR CATPEDIDA = CATACT
              PERFORM CargarItems
              IF NITEMS > 0
                 PERFORM ClasificarItems
                 PERFORM ImprimirMatriz
              END-IF
           END-IF.
       CargarItems.
           MOVE 0 TO NITEMS
           PERFORM CargarPlatoI VARYING PL FROM 1 BY 1
              UNTIL PL > 999.
       CargarPlatoI.
           MOVE PL TO NUMPLATO
           READ PLATOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CATEGORIA = CATACT
                    PERFORM CosteDelPlato
                    MOVE "N" TO HAYVENTA
                    PERFORM CargarFormatoI VARYING FO FROM 1 BY 1
                       UNTIL FO > 4
                    IF HAYVENTA = "N" AND PLATO-DISPONIBLE
                       MOVE 1 TO FO
                       PERFORM AnadirItem
                    END-IF
                 END-IF
           END-READ.
       CargarFormatoI.
           IF VF-UNID(PL FO) > 0
              MOVE "S" TO HAYVENTA
              PERFORM AnadirItem
           END-IF.
       AnadirItem.
           IF NITEMS < 800
              ADD 1 TO NITEMS
              MOVE NOM TO IT-NOMBRE(NITEMS)
              MOVE VF-UNID(PL FO) TO IT-UNID(NITEMS)
              IF FO = 1
                 MOVE "RACION" TO IT-FORMATO(NITEMS)
                 MOVE PVP TO IT-PVP(NITEMS)
                 MOVE COSTEPLATO TO IT-COSTE(NITEMS)
              ELSE
                 MOVE PL TO FM-PLATO
                 COMPUTE FM-FORMATO = FO - 1
                 READ FORMATOS
                    INVALID KEY
                       MOVE "OTRO" TO IT-FORMATO(NITEMS)
                       MOVE PVP TO IT-PVP(NITEMS)
                       MOVE COSTEPLATO TO IT-COSTE(NITEMS)
                    NOT INVALID KEY
                       MOVE FM-NOMBRE TO IT-FORMATO(NITEMS)
                       MOVE FM-PVP TO IT-PVP(NITEMS)
                       COMPUTE IT-COSTE(NITEMS) ROUNDED =
                          COSTEPLATO * FM-FACTOR
                 END-READ
              END-IF
              COMPUTE IT-MARGEN(NITEMS) = IT-PVP(NITEMS)
                 - IT-COSTE(NITEMS)
           END-IF.

      ** Coste del plato: suma del escandallo valorado al coste de   **
      ** cada ingrediente; si el plato no tiene receta se usa el     **
      ** coste tecleado en su ficha (PCOSTE).                        **

       CosteDelPlato.
           MOVE 0 TO COSTEPLATO
           MOVE "N" TO HAYRECETA
           MOVE NUMPLATO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FINESC
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FINESC
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM SumarCosteIng UNTIL FINESC = "S"
           IF HAYRECETA = "N"
              MOVE PCOSTE TO COSTEPLATO
           END-IF.
       SumarCosteIng.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = NUMPLATO
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE "S" TO HAYRECETA
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE COSTEPLATO = COSTEPLATO
                       + (EC-CANTIDAD * IG-COSTE)
              END-READ
           END-IF.

      ** Medias de la categoria y grupo de cada plato: popularidad  **
      ** alta si vende al menos la media de unidades, margen alto   **
      ** si deja al menos el margen medio ponderado.                **

       ClasificarItems.
           MOVE 0 TO SUMAUNID
           MOVE 0 TO SUMACONTRIB
           PERFORM SumarItem VARYING IT FROM 1 BY 1
              UNTIL IT > NITEMS
           COMPUTE MEDIAUNID = SUMAUNID / NITEMS
           MOVE 0 TO MEDIAMARGEN
           IF SUMAUNID > 0
              COMPUTE MEDIAMARGEN ROUNDED = SUMACONTRIB / SUMAUNID
           END-IF
           PERFORM ClasificarItem VARYING IT FROM 1 BY 1
              UNTIL IT > NITEMS.
       SumarItem.
           ADD IT-UNID(IT) TO SUMAUNID
           COMPUTE SUMACONTRIB = SUMACONTRIB
              + (IT-UNID(IT) * IT-MARGEN(IT)).
       ClasificarItem.
           IF IT-UNID(IT) NOT < MEDIAUNID
              IF IT-MARGEN(IT) NOT < MEDIAMARGEN
                 MOVE 1 TO IT-GRUPO(IT)
              ELSE
                 MOVE 2 TO IT-GRUPO(IT)
              END-IF
           ELSE
              IF IT-MARGEN(IT) NOT < MEDIAMARGEN
                 MOVE 3 TO IT-GRUPO(IT)
              ELSE
                 MOVE 4 TO IT-GRUPO(IT)
              END-IF
           END-IF.

      ** Listado de la categoria por grupos, con la contribucion    **
      ** total (unidades por margen) que se juega cada plato.       **

       ImprimirMatriz.
           EVALUATE CATACT
              WHEN "E" MOVE "ENTRANTES" TO ME-CAT
              WHEN "P" MOVE "PRIMEROS"  TO ME-CAT
              WHEN "S" MOVE "SEGUNDOS"  TO ME-CAT
              WHEN "D" MOVE "POSTRES"   TO ME-CAT
              WHEN "B" MOVE "BEBIDAS"   TO ME-CAT
           END-EVALUATE
           WRITE LINEAIMP FROM LINCATME BEFORE ADVANCING 1 LINE
           MOVE MEDIAUNID TO ME-MEDIAUNID
           MOVE MEDIAMARGEN TO ME-MEDIAMARGEN
           WRITE LINEAIMP FROM LINMEDIAS BEFORE ADVANCING 2 LINE
           PERFORM ImprimirGrupo VARYING GR FROM 1 BY 1
              UNTIL GR > 4
           MOVE SUMAUNID TO ME-CATUNID
           MOVE SUMACONTRIB TO ME-CATCONTRIB
           WRITE LINEAIMP FROM TOTCATME BEFORE ADVANCING 3 LINE.
       ImprimirGrupo.
           MOVE NOMGRUPO(GR) TO ME-GRUPO
           EVALUATE GR
              WHEN 1 MOVE "(VENDE MUCHO Y DEJA MUCHO: MANTENER)"
                        TO ME-GRUPOTXT
              WHEN 2 MOVE "(VENDE MUCHO, DEJA POCO: REVISAR PRECIO)"
                        TO ME-GRUPOTXT
              WHEN 3 MOVE "(DEJA MUCHO Y VENDE POCO: DESTACAR)"
                        TO ME-GRUPOTXT
              WHEN 4 MOVE "(VENDE POCO Y DEJA POCO: SUSTITUIR)"
                        TO ME-GRUPOTXT
           END-EVALUATE
           WRITE LINEAIMP FROM LINGRUPO BEFORE ADVANCING 1 LINE
           MOVE 0 TO GRPLATOS
           MOVE 0 TO GRUNID
           MOVE 0 TO GRCONTRIB
           PERFORM ImprimirItem VARYING IT FROM 1 BY 1
              UNTIL IT > NITEMS
           MOVE GRPLATOS TO ME-GRPLATOS
           MOVE GRUNID TO ME-GRUNID
           MOVE GRCONTRIB TO ME-GRCONTRIB
           WRITE LINEAIMP FROM TOTGRUPO BEFORE ADVANCING 2 LINE.
       ImprimirItem.
           IF IT-GRUPO(IT) = GR
              ADD 1 TO GRPLATOS
              ADD IT-UNID(IT) TO GRUNID
              COMPUTE GRCONTRIB = GRCONTRIB
                 + (IT-UNID(IT) * IT-MARGEN(IT))
              MOVE IT-NOMBRE(IT) TO ME-NOMBRE
              MOVE IT-FORMATO(IT) TO ME-FORMATO
              MOVE IT-UNID(IT) TO ME-UNID
              MOVE IT-PVP(IT) TO ME-PVP
              MOVE IT-COSTE(IT) TO ME-COSTE
              MOVE IT-MARGEN(IT) TO ME-MARGEN
              COMPUTE ME-CONTRIB = IT-UNID(IT) * IT-MARGEN(IT)
              MOVE 0 TO CUOTAPOP
              IF SUMAUNID > 0
                 COMPUTE CUOTAPOP ROUNDED = IT-UNID(IT) * 100
                    / SUMAUNID
              END-IF
              MOVE CUOTAPOP TO ME-POP
              WRITE LINEAIMP FROM LINITEM BEFORE ADVANCING 1 LINE
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
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-FORMATOS
           STRING RUTADATOS DELIMITED BY " "
                  "FORMATOS.DAT" DELIMITED BY SIZE
                  INTO RF-FORMATOS
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING.
