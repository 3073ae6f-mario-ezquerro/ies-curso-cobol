       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATERING.
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
           SELECT OPTIONAL CATERING ASSIGN TO DISK RF-CATERING
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-NUM
           ALTERNATE RECORD KEY IS OC-CLIENTE WITH DUPLICATES
           FILE STATUS IS ERROROC.
           SELECT OPTIONAL CATPERS ASSIGN TO DISK RF-CATPERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KP-CLAVE
           FILE STATUS IS ERRORKP.
           SELECT OPTIONAL CATMAT ASSIGN TO DISK RF-CATMAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KL-CLAVE
           FILE STATUS IS ERRORKL.
           SELECT OPTIONAL MATERIAL ASSIGN TO DISK RF-MATERIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CODIGO
           FILE STATUS IS ERRORMT.
           SELECT OPTIONAL CATPARAM ASSIGN TO DISK RF-CATPARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORKC.
           SELECT OPTIONAL PRESUP ASSIGN TO DISK RF-PRESUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRNUM.
           SELECT OPTIONAL PRESULIN ASSIGN TO DISK RF-PRESULIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRL-CLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL MESAS ASSIGN TO DISK RF-PEDIDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS M-CLAVE
           FILE STATUS IS ERRORMES.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO
           FILE STATUS IS ERRORING.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE
           FILE STATUS IS ERROREC.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL LOTECONS ASSIGN TO DISK RF-LOTECONS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCL.
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
      * Pedidos de catering a domicilio u oficina, uno por
      * presupuesto (mismo numero): donde y cuando se sirve, y en que
      * punto esta el material que sale con el (espacio = preparado,
      * S = material fuera, D = material devuelto, F = pasado a una
      * mesa para facturarlo), con lo que se cobra por lo que falta
      * o vuelve roto.
       FD CATERING LABEL RECORD STANDARD.
       01 REG-OC.
           02 OC-NUM PIC 9(5).
           02 OC-CLIENTE PIC X(29).
           02 OC-DIRECCION PIC X(40).
           02 OC-LOCALIDAD PIC X(15).
           02 OC-TELEFONO PIC X(10).
           02 OC-FECHA PIC 9(8).
           02 OC-HSALIDA PIC 9(4).
           02 OC-HSERVICIO PIC 9(4).
           02 OC-HVUELTA PIC 9(4).
           02 OC-COMENSALES PIC 99.
           02 OC-ESTADO PIC X.
              88 CATERING-PREPARADO VALUE " ".
              88 CATERING-FUERA VALUE "S".
              88 CATERING-DEVUELTO VALUE "D".
              88 CATERING-FACTURADO VALUE "F".
           02 OC-FSALIDA PIC 9(8).
           02 OC-FDEVUELTO PIC 9(8).
           02 OC-CARGO PIC 9(6)V99.
           02 OC-MESA PIC 99.
      * Personal que va al catering y horas de cada uno.
       FD CATPERS LABEL RECORD STANDARD.
       01 REG-KP.
           02 KP-CLAVE.
              03 KP-NUM PIC 9(5).
              03 KP-CODIGO PIC 9(3).
           02 KP-NOMBRE PIC X(20).
           02 KP-HORAS PIC 99.
      * Material del catering: lo pedido, lo que sale, lo que vuelve
      * bien y lo que vuelve roto (lo que no vuelve es la diferencia),
      * con el precio de reposicion de la ficha al preparar el pedido
      * y lo que se le cobra al cliente.
       FD CATMAT LABEL RECORD STANDARD.
       01 REG-KL.
           02 KL-CLAVE.
              03 KL-NUM PIC 9(5).
              03 KL-MATERIAL PIC 9(4).
           02 KL-NOMBRE PIC X(26).
           02 KL-PEDIDA PIC 9(4).
           02 KL-SALIDA PIC 9(4).
           02 KL-DEVUELTA PIC 9(4).
           02 KL-ROTA PIC 9(4).
           02 KL-PRECIO PIC 9(4)V99.
           02 KL-CARGO PIC 9(6)V99.
      * Almacen de material propio para los caterings (vajilla,
      * chafing dishes, manteleria...): unidades en buen estado, las
      * que estan fuera en algun catering y el precio de reposicion
      * que se cobra si no vuelven o vuelven rotas.
       FD MATERIAL LABEL RECORD STANDARD.
       01 REG-MT.
           02 MT-CODIGO PIC 9(4).
           02 MT-NOMBRE PIC X(26).
           02 MT-EXISTENCIAS PIC 9(5).
           02 MT-FUERA PIC 9(5).
           02 MT-PRECIO PIC 9(4)V99.
      * Platos de la carta con que se cobran en la mesa las horas del
      * personal (su PVP es el precio por hora) y el material que no
      * vuelve o vuelve roto.
       FD CATPARAM LABEL RECORD STANDARD.
       01 REG-KC.
           02 KC-PLATOPERS PIC 9(3).
           02 KC-PLATOMAT PIC 9(3).
      * Presupuestos de PRESU.CBL, de los que sale cada catering.
       FD PRESUP LABEL RECORD STANDARD.
       01 REG-PRESU.
           02 PRNUM PIC 9(5).
           02 PR-CLIENTE PIC X(29).
           02 PR-FECHA PIC 9(8).
           02 PR-VALIDEZ PIC 9(8).
           02 PR-COMENSALES PIC 99.
           02 PR-TOTAL PIC 9(7)V99.
       FD PRESULIN LABEL RECORD STANDARD.
       01 REG-PRESULIN.
           02 PRL-CLAVE.
              03 PRL-NUM PIC 9(5).
              03 PRL-LINEA PIC 99.
           02 PRL-NUMPLATO PIC 9(3).
           02 PRL-NOM PIC X(26).
           02 PRL-CANTIDAD PIC 9(3).
           02 PRL-PVP PIC 9(4)V99.
           02 PRL-TOTAL PIC 9(6)V99.
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
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
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
      * Pedidos de las mesas: el catering se pasa a una para
      * cobrarlo desde MESA.CBL como cualquier otra.
       FD MESAS LABEL RECORD STANDARD.
       01 REG-ME.
           02 M-CLAVE.
              03 M-MESA     PIC 99.
              03 M-NUMPLATO PIC 9(3).
           02 M-CODIGO PIC XX.
           02 M-NOM PIC X(26).
           02 M-PVP PIC 9(4)V99.
           02 M-CANTIDAD PIC 99.
           02 M-TOTAL PIC 9(6)V99.
           02 M-GRUPO PIC 9.
           02 M-CAMARERO PIC 9(3).
           02 M-COMENSALES PIC 99.
           02 M-TIPOIVA PIC 9.
           02 M-ENVIADO PIC 99.
           02 M-CATEG PIC X.
           02 M-NOTA PIC X(30).
           02 M-ESMENU PIC X.
           02 M-HORAENV PIC 9(8).
      * Formato vendido de la linea y su factor de receta (1,00 =
      * racion entera), para escalar stock y escandallo.
           02 M-FORMATO PIC 9.
           02 M-FACTOR PIC 9V99.
      * Diario de movimientos y almacen de ingredientes, como en
      * MESA.CBL: al pasar el catering a la mesa la comida ya se ha
      * servido, asi que el stock se mueve y queda su apunte.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 IG-NOMBRE PIC X(26).
           02 IG-UNIDAD PIC X(3).
           02 IG-STOCK PIC S9(6)V999.
           02 IG-COSTE PIC 9(4)V99.
      * Stock minimo, cantidad hasta la que reponer y proveedor
      * habitual, para las propuestas de pedido de PEDPROP.CBL.
           02 IG-MINIMO PIC 9(5)V999.
           02 IG-PEDIRHASTA PIC 9(5)V999.
           02 IG-PROVEEDOR PIC 9(3).
      * Valores nutricionales por 100 g o unidad de medida del
      * ingrediente, para el calculo por racion de NUTRIC.CBL.
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
      * Existencias por lote (las alimenta la entrada de albaran):
      * el consumo va gastando siempre el lote de caducidad mas
      * proxima, para que la traza sanitaria cuadre con la cocina.
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
      * Diario de consumo por lote: cada vez que se gasta (o repone)
      * genero de un lote queda apuntado el dia y la cantidad, para
      * saber en una alerta sanitaria que dias se estuvo sirviendo.
       FD LOTECONS LABEL RECORD STANDARD.
       01 REG-LOTECONS.
           02 CL-FECHA PIC 9(8).
           02 CL-HORA PIC 9(8).
           02 CL-INGRED PIC 9(3).
           02 CL-LOTE PIC X(10).
           02 CL-CANTIDAD PIC S9(6)V999.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CATERING PIC X(42).
       77 RF-CATPERS PIC X(42).
       77 RF-CATMAT PIC X(42).
       77 RF-MATERIAL PIC X(42).
       77 RF-CATPARAM PIC X(42).
       77 RF-PRESUP PIC X(42).
       77 RF-PRESULIN PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-PEDIDOS PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-LOTECONS PIC X(42).
       77 ERROROC PIC XX.
       77 ERRORKP PIC XX.
       77 ERRORKL PIC XX.
       77 ERRORMT PIC XX.
       77 ERRORKC PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORMES PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORING PIC XX.
       77 ERROREC PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORCL PIC XX.
       77 ERRORIMP PIC XX.
       77 SESNIVEL PIC 9.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINTOMA PIC X.
       77 NUMCONSULTA PIC 9(5).
       77 CODPEDIDO PIC 9(4).
       77 USUPEDIDO PIC 9(3).
       77 CANTPEDIDA PIC 9(4).
       77 LIBRES PIC S9(5).
       77 FALTAN PIC 9(4).
       77 LINEA PIC 99.
       77 HOY PIC 9(8).
       77 MESADEST PIC 99.
       77 TOTHORAS PIC 9(4).
       77 TOTMATERIAL PIC 9(6).
       77 CLIENTEANT PIC X(29).
       77 PLATOCARGO PIC 9(3).
       77 CANTCARGO PIC 99.
       77 PVPCARGO PIC 9(4)V99.
       77 W-CODIGO PIC XX.
       77 W-CATEG PIC X.
       77 W-TIPOIVA PIC 9.
       77 FINESC PIC X.
       77 PLATOESC PIC 9(3).
       77 DELTAESC PIC S9(4).
       77 FINLOTE PIC X.
       77 CANTLOTE PIC S9(6)V999.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       01 CABCAT.
           02 FILLER PIC X(40) VALUE
              "          PEDIDO DE CATERING            ".
       01 LINCAT1.
           02 FILLER PIC X(10) VALUE "  PEDIDO: ".
           02 LC-NUM PIC 9(5).
           02 FILLER PIC X(11) VALUE "  CLIENTE: ".
           02 LC-CLIENTE PIC X(29).
       01 LINCAT2.
           02 FILLER PIC X(13) VALUE "  DIRECCION: ".
           02 LC-DIRECCION PIC X(40).
           02 FILLER PIC X VALUE SPACES.
           02 LC-LOCALIDAD PIC X(15).
       01 LINCAT3.
           02 FILLER PIC X(13) VALUE "  TELEFONO:  ".
           02 LC-TELEFONO PIC X(10).
           02 FILLER PIC X(20) VALUE "  FECHA (AMD):      ".
           02 LC-FECHA PIC 9(8).
           02 FILLER PIC X(14) VALUE "  COMENSALES: ".
           02 LC-COMENSALES PIC Z9.
       01 LINCAT4.
           02 FILLER PIC X(10) VALUE "  SALIDA: ".
           02 LC-HSALIDA PIC 99.99.
           02 FILLER PIC X(12) VALUE "  SERVICIO: ".
           02 LC-HSERVICIO PIC 99.99.
           02 FILLER PIC X(10) VALUE "  VUELTA: ".
           02 LC-HVUELTA PIC 99.99.
       01 LINCATPERS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LP-CODIGO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-NOMBRE PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LP-HORAS PIC Z9.
           02 FILLER PIC X(6) VALUE " HORAS".
       01 CABCATMAT.
           02 FILLER PIC X(41) VALUE
              "    MATERIAL                       PEDIDO".
           02 FILLER PIC X(36) VALUE
              " SALIDA VUELTA  ROTO FALTA     CARGO".
       01 LINCATMAT.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LM-CODIGO PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-NOMBRE PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LM-PEDIDA PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-SALIDA PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-DEVUELTA PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-ROTA PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-FALTA PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LM-CARGO PIC ZZZZZ9,99.
       01 LINCATCARGO.
           02 FILLER PIC X(40) VALUE
              "  A COBRAR POR MATERIAL QUE FALTA O ROTO".
           02 FILLER PIC X(2) VALUE ": ".
           02 LK-CARGO PIC ZZZ.ZZ9,99.
       01 LINFIRMA.
           02 FILLER PIC X(40) VALUE
              "  CONFORME EL CLIENTE:                  ".
       01 CABFUERA.
           02 FILLER PIC X(40) VALUE
              "  MATERIAL DE CATERING FUERA POR CLIENTE".
           02 FILLER PIC X(6) VALUE SPACES.
           02 LF-FECHA PIC 9(8).
       01 LINFUERACLI.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LF-CLIENTE PIC X(29).
       01 LINFUERAPED.
           02 FILLER PIC X(12) VALUE "    PEDIDO  ".
           02 LF-NUM PIC 9(5).
           02 FILLER PIC X(9) VALUE "  FECHA: ".
           02 LF-FSERVICIO PIC 9(8).
           02 FILLER PIC X(10) VALUE "  SALIDA: ".
           02 LF-FSALIDA PIC 9(8).
       01 LINFUERAMAT.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LF-CANTIDAD PIC ZZZ9.
           02 FILLER PIC X(3) VALUE " x ".
           02 LF-NOMBRE PIC X(26).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LF-VALOR PIC ZZZ.ZZ9,99.
       01 LINFUERATOT.
           02 FILLER PIC X(40) VALUE
              "  UNIDADES FUERA EN TOTAL:              ".
           02 LF-TOTAL PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM MENUCATERING UNTIL OPCION = "X" OR "x"
              OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENUCATERING.
           DISPLAY " " ERASE
           DISPLAY "CATERING A DOMICILIO" LINE 2 POSITION 5
           DISPLAY "N = PEDIDO DE CATERING DESDE UN PRESUPUESTO" LINE 4
              POSITION 5
           DISPLAY "S = SALIDA DEL MATERIAL" LINE 5 POSITION 5
           DISPLAY "D = DEVOLUCION DEL MATERIAL" LINE 6 POSITION 5
           DISPLAY "F = PASAR A UNA MESA PARA FACTURAR" LINE 7
              POSITION 5
           DISPLAY "L = MATERIAL FUERA POR CLIENTE" LINE 8 POSITION 5
           DISPLAY "M = FICHAS DEL MATERIAL" LINE 9 POSITION 5
           DISPLAY "C = PLATOS DE COBRO DE PERSONAL Y MATERIAL" LINE 10
              POSITION 5
           DISPLAY "X = SALIR" LINE 11 POSITION 5
           DISPLAY "OPCION:" LINE 13 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 13 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "N" PERFORM NUEVOCATERING
              WHEN "n" PERFORM NUEVOCATERING
              WHEN "S" PERFORM SALIDAMATERIAL
              WHEN "s" PERFORM SALIDAMATERIAL
              WHEN "D" PERFORM DEVOLUCIONMATERIAL
              WHEN "d" PERFORM DEVOLUCIONMATERIAL
              WHEN "F" PERFORM PASARAMESA
              WHEN "f" PERFORM PASARAMESA
              WHEN "L" PERFORM LISTARFUERA
              WHEN "l" PERFORM LISTARFUERA
              WHEN "M" PERFORM FICHASMATERIAL
              WHEN "m" PERFORM FICHASMATERIAL
              WHEN "C" PERFORM CONFIGURAR
              WHEN "c" PERFORM CONFIGURAR
           END-EVALUATE.

      ** Pedido de catering sobre un presupuesto de PRESU.CBL: lugar, **
      ** fecha y horas, el personal que va con sus horas y el        **
      ** material que se lleva del almacen. Mientras el material no  **
      ** ha salido se puede volver a entrar y corregir. Al terminar  **
      ** se imprime la hoja del pedido.                              **

       NUEVOCATERING.
           PERFORM AbrirCatering
           OPEN INPUT PRESUP
           OPEN INPUT USUARIOS
           OPEN INPUT MATERIAL
           DISPLAY " " ERASE
           DISPLAY "PEDIDO DE CATERING" LINE 2 POSITION 5
           DISPLAY "N. DE PRESUPUESTO:" LINE 4 POSITION 5
           MOVE 0 TO NUMCONSULTA
           ACCEPT NUMCONSULTA LINE 4 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF NUMCONSULTA NOT = 0 AND TECLAF NOT = 27
              MOVE NUMCONSULTA TO PRNUM
              READ PRESUP
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PRESUPUESTO" LINE 24
                       POSITION 2 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM PrepararCatering
              END-READ
           END-IF
           MOVE 0 TO TECLAF
           CLOSE MATERIAL
           CLOSE USUARIOS
           CLOSE PRESUP
           PERFORM CerrarCatering.
       PrepararCatering.
           MOVE PRNUM TO OC-NUM
           READ CATERING
              INVALID KEY
                 MOVE PRNUM TO OC-NUM
                 MOVE PR-CLIENTE TO OC-CLIENTE
                 MOVE SPACES TO OC-DIRECCION OC-LOCALIDAD OC-TELEFONO
                 MOVE 0 TO OC-FECHA OC-HSALIDA OC-HSERVICIO OC-HVUELTA
                 MOVE PR-COMENSALES TO OC-COMENSALES
                 MOVE " " TO OC-ESTADO
                 MOVE 0 TO OC-FSALIDA OC-FDEVUELTO OC-CARGO OC-MESA
                 WRITE REG-OC INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY CONTINUE
           END-READ
           IF NOT CATERING-PREPARADO
              DISPLAY "EL MATERIAL DE ESTE PEDIDO YA HA SALIDO" LINE 24
                 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM DatosCatering
              PERFORM TomarPersonal UNTIL FINTOMA = "S"
              MOVE "N" TO FINTOMA
              DISPLAY "MATERIAL: CODIGO (0 = FIN), UNIDADES (0 = QUITA)"
                 LINE 14 POSITION 5
              PERFORM TomarMaterial UNTIL FINTOMA = "S"
              REWRITE REG-OC INVALID KEY CONTINUE
              END-REWRITE
              PERFORM ImprimirHoja
           END-IF.
       DatosCatering.
           DISPLAY OC-CLIENTE LINE 4 POSITION 32
           DISPLAY "DIRECCION:" LINE 6 POSITION 5
           ACCEPT OC-DIRECCION LINE 6 POSITION 17 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "LOCALIDAD:" LINE 7 POSITION 5
           ACCEPT OC-LOCALIDAD LINE 7 POSITION 17 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TELEFONO:" LINE 7 POSITION 36
           ACCEPT OC-TELEFONO LINE 7 POSITION 47 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "FECHA (AAAAMMDD):" LINE 8 POSITION 5
           ACCEPT OC-FECHA LINE 8 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COMENSALES:" LINE 8 POSITION 36
           ACCEPT OC-COMENSALES LINE 8 POSITION 49 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HORA SALIDA (HHMM):" LINE 9 POSITION 5
           ACCEPT OC-HSALIDA LINE 9 POSITION 26 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "SERVICIO:" LINE 9 POSITION 33
           ACCEPT OC-HSERVICIO LINE 9 POSITION 43 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "VUELTA:" LINE 9 POSITION 50
           ACCEPT OC-HVUELTA LINE 9 POSITION 58 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE 0 TO TECLAF
           MOVE "N" TO FINTOMA
           DISPLAY "PERSONAL: EMPLEADO (0 = FIN) Y HORAS (0 = QUITAR)"
              LINE 11 POSITION 5.

      ** Un empleado del catering: se apunta o se corrige con sus    **
      ** horas; con cero horas se quita del pedido.                  **

       TomarPersonal.
           MOVE 0 TO USUPEDIDO
           DISPLAY "EMPLEADO:" LINE 12 POSITION 5
           ACCEPT USUPEDIDO LINE 12 POSITION 15 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF USUPEDIDO = 0 OR TECLAF = 27
              MOVE 0 TO TECLAF
              MOVE "S" TO FINTOMA
           ELSE
              MOVE USUPEDIDO TO UCODIGO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY "NO EXISTE           " LINE 12 POSITION 20
                 NOT INVALID KEY
                    DISPLAY UNOMBRE LINE 12 POSITION 20
                    PERFORM HorasPersonal
              END-READ
           END-IF.
       HorasPersonal.
           MOVE OC-NUM TO KP-NUM
           MOVE UCODIGO TO KP-CODIGO
           READ CATPERS
              INVALID KEY MOVE 0 TO KP-HORAS
              NOT INVALID KEY CONTINUE
           END-READ
           MOVE UCODIGO TO KP-CODIGO
           MOVE UNOMBRE TO KP-NOMBRE
           DISPLAY "HORAS:" LINE 12 POSITION 44
           ACCEPT KP-HORAS LINE 12 POSITION 51 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF KP-HORAS = 0
              DELETE CATPERS RECORD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              WRITE REG-KP
                 INVALID KEY
                    REWRITE REG-KP INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
           END-IF
           MOVE 0 TO TECLAF.

      ** Una linea de material: se ve lo que queda libre en el       **
      ** almacen (las existencias menos lo que esta fuera) y se      **
      ** apunta con su precio de reposicion; cero unidades la quita. **

       TomarMaterial.
           MOVE 0 TO CODPEDIDO
           DISPLAY "MATERIAL:" LINE 15 POSITION 5
           ACCEPT CODPEDIDO LINE 15 POSITION 15 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CODPEDIDO = 0 OR TECLAF = 27
              MOVE 0 TO TECLAF
              MOVE "S" TO FINTOMA
           ELSE
              MOVE CODPEDIDO TO MT-CODIGO
              READ MATERIAL
                 INVALID KEY
                    DISPLAY "NO EXISTE                 " LINE 15
                       POSITION 21
                 NOT INVALID KEY
                    DISPLAY MT-NOMBRE LINE 15 POSITION 21
                    PERFORM UnidadesMaterial
              END-READ
           END-IF.
       UnidadesMaterial.
           COMPUTE LIBRES = MT-EXISTENCIAS - MT-FUERA
           DISPLAY "LIBRES:" LINE 16 POSITION 21
           DISPLAY LIBRES LINE 16 POSITION 29
           MOVE OC-NUM TO KL-NUM
           MOVE MT-CODIGO TO KL-MATERIAL
           READ CATMAT
              INVALID KEY MOVE 0 TO KL-PEDIDA
              NOT INVALID KEY CONTINUE
           END-READ
           MOVE MT-CODIGO TO KL-MATERIAL
           MOVE MT-NOMBRE TO KL-NOMBRE
           MOVE MT-PRECIO TO KL-PRECIO
           MOVE 0 TO KL-SALIDA KL-DEVUELTA KL-ROTA KL-CARGO
           DISPLAY "UNIDADES:" LINE 15 POSITION 49
           ACCEPT KL-PEDIDA LINE 15 POSITION 59 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF KL-PEDIDA = 0
              DELETE CATMAT RECORD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              IF KL-PEDIDA > LIBRES
                 DISPLAY "NO HAY TANTAS LIBRES, SE APUNTA IGUAL" LINE 24
                    POSITION 2 REVERSE
              END-IF
              WRITE REG-KL
                 INVALID KEY
                    REWRITE REG-KL INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
           END-IF
           MOVE 0 TO TECLAF.

      ** Hoja del pedido para el jefe de sala del catering: datos,    **
      ** personal con sus horas y material con lo que sale y vuelve. **

       ImprimirHoja.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              WRITE LINEAIMP FROM CABCAT BEFORE ADVANCING 2 LINE
              PERFORM ImprimirDatosCatering
              MOVE SPACES TO LINEAIMP
              MOVE "  PERSONAL:" TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE OC-NUM TO KP-NUM
              MOVE 0 TO KP-CODIGO
              MOVE "N" TO FIN
              START CATPERS KEY IS NOT < KP-CLAVE
                 INVALID KEY MOVE "S" TO FIN
              END-START
              PERFORM ImprimirUnEmpleado UNTIL FIN = "S"
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              PERFORM ImprimirMaterial
           END-IF
           CLOSE LISTADO.
       ImprimirDatosCatering.
           MOVE OC-NUM TO LC-NUM
           MOVE OC-CLIENTE TO LC-CLIENTE
           WRITE LINEAIMP FROM LINCAT1 BEFORE ADVANCING 1 LINE
           MOVE OC-DIRECCION TO LC-DIRECCION
           MOVE OC-LOCALIDAD TO LC-LOCALIDAD
           WRITE LINEAIMP FROM LINCAT2 BEFORE ADVANCING 1 LINE
           MOVE OC-TELEFONO TO LC-TELEFONO
           MOVE OC-FECHA TO LC-FECHA
           MOVE OC-COMENSALES TO LC-COMENSALES
           WRITE LINEAIMP FROM LINCAT3 BEFORE ADVANCING 1 LINE
           MOVE OC-HSALIDA TO LC-HSALIDA
           MOVE OC-HSERVICIO TO LC-HSERVICIO
           MOVE OC-HVUELTA TO LC-HVUELTA
           WRITE LINEAIMP FROM LINCAT4 BEFORE ADVANCING 2 LINE.
       ImprimirUnEmpleado.
           READ CATPERS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND KP-NUM NOT = OC-NUM
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE KP-CODIGO TO LP-CODIGO
              MOVE KP-NOMBRE TO LP-NOMBRE
              MOVE KP-HORAS TO LP-HORAS
              WRITE LINEAIMP FROM LINCATPERS BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirMaterial.
           WRITE LINEAIMP FROM CABCATMAT BEFORE ADVANCING 1 LINE
           MOVE OC-NUM TO KL-NUM
           MOVE 0 TO KL-MATERIAL
           MOVE "N" TO FIN
           START CATMAT KEY IS NOT < KL-CLAVE
              INVALID KEY MOVE "S" TO FIN
           END-START
           PERFORM ImprimirUnMaterial UNTIL FIN = "S"
           IF CATERING-DEVUELTO OR CATERING-FACTURADO
              MOVE OC-CARGO TO LK-CARGO
              WRITE LINEAIMP FROM LINCATCARGO BEFORE ADVANCING 2 LINE
           END-IF
           IF NOT CATERING-PREPARADO
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM LINFIRMA BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirUnMaterial.
           READ CATMAT NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND KL-NUM NOT = OC-NUM
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE KL-MATERIAL TO LM-CODIGO
              MOVE KL-NOMBRE TO LM-NOMBRE
              MOVE KL-PEDIDA TO LM-PEDIDA
              MOVE KL-SALIDA TO LM-SALIDA
              MOVE KL-DEVUELTA TO LM-DEVUELTA
              MOVE KL-ROTA TO LM-ROTA
              MOVE 0 TO FALTAN
              IF CATERING-DEVUELTO OR CATERING-FACTURADO
                 COMPUTE FALTAN = KL-SALIDA - KL-DEVUELTA - KL-ROTA
              END-IF
              MOVE FALTAN TO LM-FALTA
              MOVE KL-CARGO TO LM-CARGO
              WRITE LINEAIMP FROM LINCATMAT BEFORE ADVANCING 1 LINE
           END-IF.

      ** Salida del material: por cada linea se confirma lo que se   **
      ** carga de verdad (de entrada lo pedido, sin pasar de lo que  **
      ** hay libre) y pasa a contar como fuera en el almacen. Se     **
      ** imprime la hoja para que la firme el cliente al recibirlo.  **

       SALIDAMATERIAL.
           PERFORM PedirCatering
           IF FIN = "N"
              IF NOT CATERING-PREPARADO
                 DISPLAY "EL MATERIAL YA HABIA SALIDO" LINE 24
                    POSITION 2 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 OPEN I-O MATERIAL
                 DISPLAY "MATERIAL                   PIDE LIBRE  SALE"
                    LINE 6 POSITION 5
                 MOVE 7 TO LINEA
                 MOVE OC-NUM TO KL-NUM
                 MOVE 0 TO KL-MATERIAL
                 MOVE "N" TO FINTOMA
                 START CATMAT KEY IS NOT < KL-CLAVE
                    INVALID KEY MOVE "S" TO FINTOMA
                 END-START
                 PERFORM SacarUnMaterial UNTIL FINTOMA = "S"
                 CLOSE MATERIAL
                 MOVE "S" TO OC-ESTADO
                 MOVE HOY TO OC-FSALIDA
                 REWRITE REG-OC INVALID KEY CONTINUE
                 END-REWRITE
                 PERFORM ImprimirHoja
              END-IF
           END-IF
           MOVE 0 TO TECLAF
           PERFORM CerrarCatering.
       SacarUnMaterial.
           READ CATMAT NEXT AT END MOVE "S" TO FINTOMA
           END-READ.
           IF FINTOMA = "N" AND KL-NUM NOT = OC-NUM
              MOVE "S" TO FINTOMA
           END-IF.
           IF FINTOMA = "N"
              MOVE 0 TO LIBRES
              MOVE KL-MATERIAL TO MT-CODIGO
              READ MATERIAL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE LIBRES = MT-EXISTENCIAS - MT-FUERA
              END-READ
              IF LIBRES < 0
                 MOVE 0 TO LIBRES
              END-IF
              DISPLAY KL-NOMBRE LINE LINEA POSITION 5
              DISPLAY KL-PEDIDA LINE LINEA POSITION 32
              DISPLAY LIBRES LINE LINEA POSITION 37
              MOVE KL-PEDIDA TO KL-SALIDA
              IF KL-SALIDA > LIBRES
                 MOVE LIBRES TO KL-SALIDA
              END-IF
              ACCEPT KL-SALIDA LINE LINEA POSITION 44 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF KL-SALIDA > LIBRES
                 MOVE LIBRES TO KL-SALIDA
                 DISPLAY KL-SALIDA LINE LINEA POSITION 44
              END-IF
              REWRITE REG-KL INVALID KEY CONTINUE
              END-REWRITE
              IF ERRORMT = "00"
                 ADD KL-SALIDA TO MT-FUERA
                 REWRITE REG-MT INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
              IF LINEA < 21
                 ADD 1 TO LINEA
              END-IF
           END-IF.

      ** Vuelta del material: por cada linea lo que vuelve bien y lo  **
      ** que vuelve roto; lo que no vuelve o vuelve roto se cobra al  **
      ** precio de reposicion y sale de las existencias del almacen. **

       DEVOLUCIONMATERIAL.
           PERFORM PedirCatering
           IF FIN = "N"
              IF NOT CATERING-FUERA
                 DISPLAY "ESTE PEDIDO NO TIENE MATERIAL FUERA" LINE 24
                    POSITION 2 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 OPEN I-O MATERIAL
                 DISPLAY "MATERIAL                   SALE VUELVE ROTO"
                    LINE 6 POSITION 5
                 MOVE 7 TO LINEA
                 MOVE 0 TO OC-CARGO
                 MOVE OC-NUM TO KL-NUM
                 MOVE 0 TO KL-MATERIAL
                 MOVE "N" TO FINTOMA
                 START CATMAT KEY IS NOT < KL-CLAVE
                    INVALID KEY MOVE "S" TO FINTOMA
                 END-START
                 PERFORM DevolverUnMaterial UNTIL FINTOMA = "S"
                 CLOSE MATERIAL
                 MOVE "D" TO OC-ESTADO
                 MOVE HOY TO OC-FDEVUELTO
                 REWRITE REG-OC INVALID KEY CONTINUE
                 END-REWRITE
                 DISPLAY "A COBRAR POR MATERIAL:" LINE 22 POSITION 5
                 DISPLAY OC-CARGO LINE 22 POSITION 28
                 PERFORM ImprimirHoja
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF
           MOVE 0 TO TECLAF
           PERFORM CerrarCatering.
       DevolverUnMaterial.
           READ CATMAT NEXT AT END MOVE "S" TO FINTOMA
           END-READ.
           IF FINTOMA = "N" AND KL-NUM NOT = OC-NUM
              MOVE "S" TO FINTOMA
           END-IF.
           IF FINTOMA = "N"
              DISPLAY KL-NOMBRE LINE LINEA POSITION 5
              DISPLAY KL-SALIDA LINE LINEA POSITION 32
              MOVE KL-SALIDA TO KL-DEVUELTA
              MOVE 0 TO KL-ROTA
              ACCEPT KL-DEVUELTA LINE LINEA POSITION 38 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF KL-DEVUELTA > KL-SALIDA
                 MOVE KL-SALIDA TO KL-DEVUELTA
              END-IF
              ACCEPT KL-ROTA LINE LINEA POSITION 44 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF KL-ROTA > KL-SALIDA - KL-DEVUELTA
                 COMPUTE KL-ROTA = KL-SALIDA - KL-DEVUELTA
              END-IF
              COMPUTE KL-CARGO = (KL-SALIDA - KL-DEVUELTA) * KL-PRECIO
              ADD KL-CARGO TO OC-CARGO
              REWRITE REG-KL INVALID KEY CONTINUE
              END-REWRITE
              MOVE KL-MATERIAL TO MT-CODIGO
              READ MATERIAL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT KL-SALIDA FROM MT-FUERA
                       ON SIZE ERROR MOVE 0 TO MT-FUERA
                    END-SUBTRACT
                    COMPUTE FALTAN = KL-SALIDA - KL-DEVUELTA
                    SUBTRACT FALTAN FROM MT-EXISTENCIAS
                       ON SIZE ERROR MOVE 0 TO MT-EXISTENCIAS
                    END-SUBTRACT
                    REWRITE REG-MT INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              IF LINEA < 21
                 ADD 1 TO LINEA
              END-IF
           END-IF.

      ** Pasa el catering ya devuelto a una mesa para facturarlo     **
      ** desde MESA.CBL como cualquier otra: la comida del           **
      ** presupuesto (moviendo el stock como al volcarlo en PRESU),  **
      ** las horas del personal y lo que se cobra por el material.   **

       PASARAMESA.
           PERFORM LeerCargos
           IF KC-PLATOPERS = 0 OR KC-PLATOMAT = 0
              DISPLAY "FALTAN LOS PLATOS DE COBRO (OPCION C)" LINE 24
                 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirCatering
              IF FIN = "N"
                 IF NOT CATERING-DEVUELTO
                    DISPLAY "EL MATERIAL TIENE QUE HABER VUELTO" LINE 24
                       POSITION 2 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 ELSE
                    PERFORM ElegirMesa
                 END-IF
              END-IF
              MOVE 0 TO TECLAF
              PERFORM CerrarCatering
           END-IF.
       ElegirMesa.
           DISPLAY "A QUE MESA:" LINE 6 POSITION 5
           MOVE 0 TO MESADEST
           ACCEPT MESADEST LINE 6 POSITION 18 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF MESADEST > 0 AND MESADEST < 100 AND TECLAF NOT = 27
              PERFORM VolcarCatering
              MOVE "F" TO OC-ESTADO
              MOVE MESADEST TO OC-MESA
              REWRITE REG-OC INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "PASADO A LA MESA: SE FACTURA DESDE MESAS" LINE 8
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       VolcarCatering.
           OPEN INPUT PRESULIN
           OPEN I-O MESAS
           OPEN I-O PLATOS
           MOVE OC-NUM TO PRNUM
           MOVE OC-NUM TO PRL-NUM
           MOVE 0 TO PRL-LINEA
           MOVE "N" TO FINTOMA
           START PRESULIN KEY IS NOT < PRL-CLAVE
              INVALID KEY MOVE "S" TO FINTOMA
           END-START
           PERFORM VolcarLinea UNTIL FINTOMA = "S"
           MOVE 0 TO TOTHORAS
           MOVE OC-NUM TO KP-NUM
           MOVE 0 TO KP-CODIGO
           MOVE "N" TO FINTOMA
           START CATPERS KEY IS NOT < KP-CLAVE
              INVALID KEY MOVE "S" TO FINTOMA
           END-START
           PERFORM SumarHoras UNTIL FINTOMA = "S"
           IF TOTHORAS NOT = 0
              MOVE KC-PLATOPERS TO PLATOCARGO
              IF TOTHORAS > 99
                 MOVE 99 TO CANTCARGO
              ELSE
                 MOVE TOTHORAS TO CANTCARGO
              END-IF
              MOVE 0 TO PVPCARGO
              PERFORM CargarEnMesa
           END-IF
           IF OC-CARGO NOT = 0
              MOVE KC-PLATOMAT TO PLATOCARGO
              MOVE 1 TO CANTCARGO
              MOVE OC-CARGO TO PVPCARGO
              PERFORM CargarEnMesa
           END-IF
           CLOSE PLATOS
           CLOSE MESAS
           CLOSE PRESULIN.
       VolcarLinea.
           READ PRESULIN NEXT AT END MOVE "S" TO FINTOMA
           END-READ.
           IF FINTOMA = "N" AND PRL-NUM NOT = OC-NUM
              MOVE "S" TO FINTOMA
           END-IF.
           IF FINTOMA = "N"
              PERFORM VolcarUnaLinea
           END-IF.
       SumarHoras.
           READ CATPERS NEXT AT END MOVE "S" TO FINTOMA
           END-READ.
           IF FINTOMA = "N" AND KP-NUM NOT = OC-NUM
              MOVE "S" TO FINTOMA
           END-IF.
           IF FINTOMA = "N"
              ADD KP-HORAS TO TOTHORAS
           END-IF.

      ** Linea de cobro del personal o del material con su plato de  **
      ** la carta: las horas al PVP del plato y el material por su   **
      ** importe (PVPCARGO distinto de cero).                        **

       CargarEnMesa.
           MOVE PLATOCARGO TO NUMPLATO
           READ PLATOS
              INVALID KEY
                 DISPLAY "NO EXISTE EL PLATO DE COBRO" LINE 24
                    POSITION 2 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              NOT INVALID KEY
                 IF PVPCARGO = 0
                    MOVE PVP TO PVPCARGO
                 END-IF
                 MOVE MESADEST TO M-MESA
                 MOVE NUMPLATO TO M-NUMPLATO
                 READ MESAS
                    INVALID KEY
                       PERFORM EscribirCargo
                    NOT INVALID KEY
                       ADD CANTCARGO TO M-CANTIDAD
                       COMPUTE M-TOTAL = M-TOTAL + CANTCARGO * PVPCARGO
                       REWRITE REG-ME INVALID KEY CONTINUE
                       END-REWRITE
                 END-READ
           END-READ.
       EscribirCargo.
           MOVE MESADEST TO M-MESA
           MOVE NUMPLATO TO M-NUMPLATO
           MOVE CODIGO TO M-CODIGO
           MOVE NOM TO M-NOM
           MOVE PVPCARGO TO M-PVP
           MOVE CANTCARGO TO M-CANTIDAD
           COMPUTE M-TOTAL = CANTCARGO * PVPCARGO
           MOVE 0 TO M-GRUPO
           MOVE 0 TO M-CAMARERO
           MOVE OC-COMENSALES TO M-COMENSALES
           MOVE PTIPOIVA TO M-TIPOIVA
           IF M-TIPOIVA = 0
              MOVE 1 TO M-TIPOIVA
           END-IF
           MOVE 0 TO M-ENVIADO
           MOVE CATEGORIA TO M-CATEG
           MOVE SPACES TO M-NOTA
           MOVE " " TO M-ESMENU
           MOVE 0 TO M-HORAENV
           MOVE 0 TO M-FORMATO
           MOVE 1 TO M-FACTOR
           WRITE REG-ME INVALID KEY CONTINUE
           END-WRITE.

      ** Material que sigue fuera, por cliente: cada pedido con el   **
      ** material en su casa y lo que vale a precio de reposicion.   **

       LISTARFUERA.
           OPEN INPUT CATERING
           OPEN INPUT CATMAT
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE HOY TO LF-FECHA
              WRITE LINEAIMP FROM CABFUERA BEFORE ADVANCING 2 LINE
              MOVE 0 TO TOTMATERIAL
              MOVE HIGH-VALUES TO CLIENTEANT
              MOVE LOW-VALUES TO OC-CLIENTE
              MOVE "N" TO FIN
              START CATERING KEY IS NOT < OC-CLIENTE
                 INVALID KEY MOVE "S" TO FIN
              END-START
              PERFORM ListarUnCatering UNTIL FIN = "S"
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE TOTMATERIAL TO LF-TOTAL
              WRITE LINEAIMP FROM LINFUERATOT BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO
           CLOSE CATMAT
           CLOSE CATERING
           DISPLAY "LISTADO IMPRESO" LINE 24 POSITION 2 REVERSE
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ListarUnCatering.
           READ CATERING NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CATERING-FUERA
              IF OC-CLIENTE NOT = CLIENTEANT
                 MOVE OC-CLIENTE TO CLIENTEANT
                 MOVE OC-CLIENTE TO LF-CLIENTE
                 MOVE SPACES TO LINEAIMP
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM LINFUERACLI BEFORE ADVANCING 1 LINE
              END-IF
              MOVE OC-NUM TO LF-NUM
              MOVE OC-FECHA TO LF-FSERVICIO
              MOVE OC-FSALIDA TO LF-FSALIDA
              WRITE LINEAIMP FROM LINFUERAPED BEFORE ADVANCING 1 LINE
              MOVE OC-NUM TO KL-NUM
              MOVE 0 TO KL-MATERIAL
              MOVE "N" TO FINTOMA
              START CATMAT KEY IS NOT < KL-CLAVE
                 INVALID KEY MOVE "S" TO FINTOMA
              END-START
              PERFORM ListarUnMaterial UNTIL FINTOMA = "S"
           END-IF.
       ListarUnMaterial.
           READ CATMAT NEXT AT END MOVE "S" TO FINTOMA
           END-READ.
           IF FINTOMA = "N" AND KL-NUM NOT = OC-NUM
              MOVE "S" TO FINTOMA
           END-IF.
           IF FINTOMA = "N" AND KL-SALIDA NOT = 0
              MOVE KL-SALIDA TO LF-CANTIDAD
              MOVE KL-NOMBRE TO LF-NOMBRE
              COMPUTE LF-VALOR = KL-SALIDA * KL-PRECIO
              WRITE LINEAIMP FROM LINFUERAMAT BEFORE ADVANCING 1 LINE
              ADD KL-SALIDA TO TOTMATERIAL
           END-IF.

      ** Fichas del material del almacen: lo que esta fuera solo lo  **
      ** mueven las salidas y devoluciones de los caterings.         **

       FICHASMATERIAL.
           OPEN I-O MATERIAL
           IF ERRORMT NOT = "00"
              OPEN OUTPUT MATERIAL
              CLOSE MATERIAL
              OPEN I-O MATERIAL
           END-IF
           DISPLAY " " ERASE
           DISPLAY "FICHAS DEL MATERIAL DE CATERING" LINE 2 POSITION 5
           MOVE "N" TO FINTOMA
           PERFORM UnaFichaMaterial UNTIL FINTOMA = "S"
           MOVE 0 TO TECLAF
           CLOSE MATERIAL.
       UnaFichaMaterial.
           DISPLAY "CODIGO (0 = FIN):" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CODPEDIDO = 0 OR TECLAF = 27
              MOVE "S" TO FINTOMA
           ELSE
              MOVE CODPEDIDO TO MT-CODIGO
              READ MATERIAL
                 INVALID KEY
                    MOVE CODPEDIDO TO MT-CODIGO
                    MOVE SPACES TO MT-NOMBRE
                    MOVE 0 TO MT-EXISTENCIAS MT-FUERA MT-PRECIO
                 NOT INVALID KEY CONTINUE
              END-READ
              DISPLAY "NOMBRE:" LINE 6 POSITION 5
              ACCEPT MT-NOMBRE LINE 6 POSITION 24 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "EXISTENCIAS:" LINE 7 POSITION 5
              ACCEPT MT-EXISTENCIAS LINE 7 POSITION 24 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "FUERA:" LINE 8 POSITION 5
              DISPLAY MT-FUERA LINE 8 POSITION 24
              DISPLAY "PRECIO REPOSICION:" LINE 9 POSITION 5
              ACCEPT MT-PRECIO LINE 9 POSITION 24 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              WRITE REG-MT
                 INVALID KEY
                    REWRITE REG-MT INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
              MOVE 0 TO TECLAF
           END-IF.

      ** Platos de la carta con que se cobran las horas del personal **
      ** y el material; solo el encargado los cambia.                **

       CONFIGURAR.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION" LINE 24
                 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM LeerCargos
              OPEN INPUT PLATOS
              DISPLAY " " ERASE
              DISPLAY "PLATOS DE COBRO DEL CATERING" LINE 2 POSITION 5
              DISPLAY "PLATO HORAS DE PERSONAL:" LINE 4 POSITION 5
              ACCEPT KC-PLATOPERS LINE 4 POSITION 31 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              MOVE KC-PLATOPERS TO PLATOCARGO
              PERFORM ComprobarPlatoCargo
              MOVE PLATOCARGO TO KC-PLATOPERS
              DISPLAY "PLATO MATERIAL:" LINE 5 POSITION 5
              ACCEPT KC-PLATOMAT LINE 5 POSITION 31 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              MOVE KC-PLATOMAT TO PLATOCARGO
              PERFORM ComprobarPlatoCargo
              MOVE PLATOCARGO TO KC-PLATOMAT
              CLOSE PLATOS
              IF TECLAF NOT = 27
                 OPEN OUTPUT CATPARAM
                 WRITE REG-KC
                 CLOSE CATPARAM
              END-IF
              MOVE 0 TO TECLAF
           END-IF.
       ComprobarPlatoCargo.
           MOVE PLATOCARGO TO NUMPLATO
           READ PLATOS
              INVALID KEY
                 MOVE 0 TO PLATOCARGO
                 DISPLAY "NO EXISTE ESE PLATO" LINE 24 POSITION 2
                    REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
                 DISPLAY "                   " LINE 24 POSITION 2
              NOT INVALID KEY CONTINUE
           END-READ.
       LeerCargos.
           MOVE 0 TO KC-PLATOPERS KC-PLATOMAT
           OPEN INPUT CATPARAM
           IF ERRORKC = "00"
              READ CATPARAM AT END
                 MOVE 0 TO KC-PLATOPERS KC-PLATOMAT
              END-READ
              CLOSE CATPARAM
           END-IF.

      ** Abre los ficheros del catering, creandolos la primera vez.  **

       AbrirCatering.
           OPEN I-O CATERING
           IF ERROROC NOT = "00"
              OPEN OUTPUT CATERING
              CLOSE CATERING
              OPEN I-O CATERING
           END-IF
           OPEN I-O CATPERS
           IF ERRORKP NOT = "00"
              OPEN OUTPUT CATPERS
              CLOSE CATPERS
              OPEN I-O CATPERS
           END-IF
           OPEN I-O CATMAT
           IF ERRORKL NOT = "00"
              OPEN OUTPUT CATMAT
              CLOSE CATMAT
              OPEN I-O CATMAT
           END-IF.
       CerrarCatering.
           CLOSE CATMAT
           CLOSE CATPERS
           CLOSE CATERING.
       PedirCatering.
           PERFORM AbrirCatering
           DISPLAY " " ERASE
           DISPLAY "N. DE PEDIDO DE CATERING:" LINE 4 POSITION 5
           MOVE 0 TO NUMCONSULTA
           ACCEPT NUMCONSULTA LINE 4 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE "S" TO FIN
           IF NUMCONSULTA NOT = 0 AND TECLAF NOT = 27
              MOVE NUMCONSULTA TO OC-NUM
              READ CATERING
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PEDIDO" LINE 24 POSITION 2
                       REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    MOVE "N" TO FIN
                    DISPLAY OC-CLIENTE LINE 4 POSITION 38
              END-READ
           END-IF.

      ** Una linea del presupuesto a la mesa: codigo, categoria y    **
      ** tipo de IVA salen de la ficha real del plato, el stock se   **
      ** descuenta (con su apunte y su escandallo) y si el plato ya  **
      ** estaba pedido en la mesa se suman las cantidades, como en   **
      ** los traspasos entre mesas.                                  **

       VolcarUnaLinea.
           MOVE SPACES TO W-CODIGO
           MOVE " " TO W-CATEG
           MOVE 1 TO W-TIPOIVA
           MOVE PRL-NUMPLATO TO NUMPLATO
           READ PLATOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE CODIGO TO W-CODIGO
                 MOVE CATEGORIA TO W-CATEG
                 MOVE PTIPOIVA TO W-TIPOIVA
                 IF W-TIPOIVA = 0
                    MOVE 1 TO W-TIPOIVA
                 END-IF
                 SUBTRACT PRL-CANTIDAD FROM STOCK
                    ON SIZE ERROR MOVE 0 TO STOCK
                 END-SUBTRACT
                 REWRITE REG-PLA INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "V" TO MV-TIPO
                 MOVE "P" TO MV-CLASE
                 MOVE NUMPLATO TO MV-CODIGO
                 COMPUTE MV-CANTIDAD = 0 - PRL-CANTIDAD
                 MOVE "CATERING" TO MV-MOTIVO
                 PERFORM GrabarMovStock
                 MOVE NUMPLATO TO PLATOESC
                 MOVE PRL-CANTIDAD TO DELTAESC
                 PERFORM DescontarIngredientes
           END-READ
           MOVE MESADEST TO M-MESA
           MOVE PRL-NUMPLATO TO M-NUMPLATO
           READ MESAS
              INVALID KEY
                 MOVE MESADEST TO M-MESA
                 MOVE PRL-NUMPLATO TO M-NUMPLATO
                 MOVE W-CODIGO TO M-CODIGO
                 MOVE PRL-NOM TO M-NOM
                 MOVE PRL-PVP TO M-PVP
                 MOVE PRL-CANTIDAD TO M-CANTIDAD
                 MOVE PRL-TOTAL TO M-TOTAL
                 MOVE 0 TO M-GRUPO
                 MOVE 0 TO M-CAMARERO
                 MOVE OC-COMENSALES TO M-COMENSALES
                 MOVE W-TIPOIVA TO M-TIPOIVA
                 MOVE 0 TO M-ENVIADO
                 MOVE W-CATEG TO M-CATEG
                 MOVE SPACES TO M-NOTA
                 MOVE " " TO M-ESMENU
                 MOVE 0 TO M-HORAENV
                 MOVE 0 TO M-FORMATO
                 MOVE 1 TO M-FACTOR
                 WRITE REG-ME INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD PRL-CANTIDAD TO M-CANTIDAD
                 COMPUTE M-TOTAL = M-CANTIDAD * M-PVP
                 REWRITE REG-ME INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

      ** Apunte en el diario de movimientos de stock.               **

       GrabarMovStock.
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      ** Explota el escandallo del plato servido y descuenta cada   **
      ** ingrediente, igual que al vender en mesa.                  **

       DescontarIngredientes.
           OPEN I-O ESCAND
           IF ERROREC = "00"
              OPEN I-O INGRED
              IF ERRORING = "00"
                 MOVE PLATOESC TO EC-NUMPLATO
                 MOVE 0 TO EC-INGRED
                 MOVE "N" TO FINESC
                 START ESCAND KEY IS NOT < EC-CLAVE
                    INVALID KEY MOVE "S" TO FINESC
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM DescontarUnIngrediente UNTIL FINESC = "S"
                 CLOSE INGRED
              END-IF
              CLOSE ESCAND
           END-IF.
       DescontarUnIngrediente.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = PLATOESC
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE IG-STOCK = IG-STOCK
                       - (EC-CANTIDAD * DELTAESC)
                    REWRITE REG-ING INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              PERFORM DescontarDeLotes
           END-IF.

      ** El mismo consumo, bajado al detalle de lotes: se gasta      **
      ** siempre el lote de caducidad mas proxima que aun tenga      **
      ** genero (y una anulacion repone sobre ese mismo lote). Sin   **
      ** lotes dados de alta no se toca nada.                        **

       DescontarDeLotes.
           COMPUTE CANTLOTE = EC-CANTIDAD * DELTAESC
           MOVE EC-INGRED TO LOTEINGRED
           OPEN I-O LOTES
           IF ERRORLT = "00"
              IF CANTLOTE > 0
                 PERFORM ConsumirLoteViejo UNTIL CANTLOTE NOT > 0
              ELSE
                 IF CANTLOTE < 0
                    PERFORM ReponerLoteViejo
                 END-IF
              END-IF
              CLOSE LOTES
           END-IF.
       ConsumirLoteViejo.
           PERFORM BuscarLoteMasViejo
           IF LOTEMEJOR = SPACES
              MOVE 0 TO CANTLOTE
           ELSE
              MOVE LOTEINGRED TO LT-INGRED
              MOVE LOTEMEJOR TO LT-LOTE
              READ LOTES
                 INVALID KEY MOVE 0 TO CANTLOTE
                 NOT INVALID KEY
                    IF LT-CANTIDAD > CANTLOTE
                       MOVE CANTLOTE TO CL-CANTIDAD
                       SUBTRACT CANTLOTE FROM LT-CANTIDAD
                       MOVE 0 TO CANTLOTE
                    ELSE
                       MOVE LT-CANTIDAD TO CL-CANTIDAD
                       SUBTRACT LT-CANTIDAD FROM CANTLOTE
                       MOVE 0 TO LT-CANTIDAD
                    END-IF
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
                    PERFORM GrabarConsumoLote
              END-READ
           END-IF.
       ReponerLoteViejo.
           PERFORM BuscarLoteMasViejo
           IF LOTEMEJOR NOT = SPACES
              MOVE LOTEINGRED TO LT-INGRED
              MOVE LOTEMEJOR TO LT-LOTE
              READ LOTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT CANTLOTE FROM LT-CANTIDAD
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
                    MOVE CANTLOTE TO CL-CANTIDAD
                    PERFORM GrabarConsumoLote
              END-READ
           END-IF.
       GrabarConsumoLote.
           ACCEPT CL-FECHA FROM DATE YYYYMMDD
           ACCEPT CL-HORA FROM TIME
           MOVE LT-INGRED TO CL-INGRED
           MOVE LT-LOTE TO CL-LOTE
           OPEN EXTEND LOTECONS
           IF ERRORCL = "00" OR "05"
              WRITE REG-LOTECONS
              CLOSE LOTECONS
           END-IF.
       BuscarLoteMasViejo.
           MOVE SPACES TO LOTEMEJOR
           MOVE 99999999 TO CADMEJOR
           MOVE LOTEINGRED TO LT-INGRED
           MOVE LOW-VALUES TO LT-LOTE
           MOVE "N" TO FINLOTE
           START LOTES KEY IS NOT < LT-CLAVE
              INVALID KEY MOVE "S" TO FINLOTE
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnLote UNTIL FINLOTE = "S".
       MirarUnLote.
           READ LOTES NEXT AT END MOVE "S" TO FINLOTE
           END-READ.
           IF FINLOTE = "N" AND LT-INGRED NOT = LOTEINGRED
              MOVE "S" TO FINLOTE
           END-IF.
           IF FINLOTE = "N" AND LT-CANTIDAD > 0
              AND LT-CADUCIDAD NOT > CADMEJOR
              MOVE LT-CADUCIDAD TO CADMEJOR
              MOVE LT-LOTE TO LOTEMEJOR
           END-IF.

      ** Usuario y nivel de la sesion (SESION.DAT de LOGIN.COB).    **

       LeerSesion.
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-NIVEL TO SESNIVEL
              END-IF
              CLOSE SESION
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
           MOVE SPACES TO RF-CATERING
           STRING RUTADATOS DELIMITED BY " "
                  "CATERING.DAT" DELIMITED BY SIZE
                  INTO RF-CATERING
           END-STRING
           MOVE SPACES TO RF-CATPERS
           STRING RUTADATOS DELIMITED BY " "
                  "CATPERS.DAT" DELIMITED BY SIZE
                  INTO RF-CATPERS
           END-STRING
           MOVE SPACES TO RF-CATMAT
           STRING RUTADATOS DELIMITED BY " "
                  "CATMAT.DAT" DELIMITED BY SIZE
                  INTO RF-CATMAT
           END-STRING
           MOVE SPACES TO RF-MATERIAL
           STRING RUTADATOS DELIMITED BY " "
                  "MATERIAL.DAT" DELIMITED BY SIZE
                  INTO RF-MATERIAL
           END-STRING
           MOVE SPACES TO RF-CATPARAM
           STRING RUTADATOS DELIMITED BY " "
                  "CATPARAM.DAT" DELIMITED BY SIZE
                  INTO RF-CATPARAM
           END-STRING
           MOVE SPACES TO RF-PRESUP
           STRING RUTADATOS DELIMITED BY " "
                  "PRESUP.DAT" DELIMITED BY SIZE
                  INTO RF-PRESUP
           END-STRING
           MOVE SPACES TO RF-PRESULIN
           STRING RUTADATOS DELIMITED BY " "
                  "PRESULIN.DAT" DELIMITED BY SIZE
                  INTO RF-PRESULIN
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-PEDIDOS
           STRING RUTADATOS DELIMITED BY " "
                  "PEDIDOS.DAT" DELIMITED BY SIZE
                  INTO RF-PEDIDOS
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-LOTES
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING.
