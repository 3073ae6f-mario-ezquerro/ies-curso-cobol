           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL LOTECONS ASSIGN TO DISK RF-LOTECONS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCL.
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL REPARTO ASSIGN TO DISK RF-REPARTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS RANDOM
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL PLAPESO ASSIGN TO DISK RF-PLAPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PK-NUMPLATO
           FILE STATUS IS ERRORPK.
           SELECT OPTIONAL DETPESO ASSIGN TO DISK RF-DETPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-CLAVE
           FILE STATUS IS ERRORDP.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES.
           SELECT OPTIONAL EMICHEQ ASSIGN TO DISK RF-EMICHEQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-CODIGO
           FILE STATUS IS ERROREH.
           SELECT OPTIONAL CHEQCOM ASSIGN TO DISK RF-CHEQCOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-RECIBO
           FILE STATUS IS ERRORCH.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
              88 FMETODO-EFECTIVO VALUE "E".
              88 FMETODO-TARJETA  VALUE "T".
              88 FMETODO-VALE     VALUE "V".
              88 FMETODO-CHEQUE   VALUE "C".
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
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
      * Registro encadenado de facturacion, el mismo que alimenta
      * MESA.CBL al facturar una mesa: el pedido para llevar tambien
      * emite factura y deja su apunte en la cadena.
           02 RG-IMPORTE PIC 9(6)V99.
           02 RG-ENCADANT PIC 9(9).
           02 RG-ENCADEN PIC 9(9).
      * Diario de facturas en curso (lo repasa PENDFAC.CBL al
      * arrancar): la factura se apunta antes de grabarla con los
      * pasos que le faltan (1 cabecera, 2 lineas, 3 totales de
      * VENTDIA, 4 recibos, 5 REGISFAC; "P" pendiente, "H" hecho,
      * espacio = no lleva ese paso), se marcan segun se hacen y se
      * quita al terminar. Local de cada puesto, como ENUSO.DAT.
       FD PENDFAC LABEL RECORD STANDARD.
       01 REG-TJ.
           02 TJ-NFAC PIC 9(8).
           02 TJ-PROGRAMA PIC X(8).
           02 TJ-FECHA PIC 9(8).
           02 TJ-HORA PIC 9(8).
           02 TJ-MESA PIC 99.
           02 TJ-SERIE PIC 9(4).
           02 TJ-NUMSERIE PIC 9(6).
           02 TJ-PASOS.
              03 TJ-PASO PIC X OCCURS 5.
           02 TJ-NPARTES PIC 9.
           02 TJ-PARTES.
              03 TJ-PARTE OCCURS 5.
                 04 TJ-METODO PIC X.
                 04 TJ-IMPORTE PIC 9(6)V99.
      * Cheques de comida de cada parte pagada con ellos (C), para
      * volver a apuntarlos en CHEQCOM.DAT si se rehacen los recibos.
           02 TJ-CHEQUES.
              03 TJ-CHEQUE OCCURS 5.
                 04 TJ-EMISOR PIC 99.
                 04 TJ-CHCANT PIC 9(3).
                 04 TJ-NOMINAL PIC 9(3)V99.
                 04 TJ-FACIAL PIC 9(6)V99.
      * Pedidos a domicilio: cuelgan de la factura del pedido, con
      * la direccion de entrega, la zona (y su cargo), el repartidor
      * asignado y el estado P/R/E/L que mueve REPARTO.CBL.
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Platos que se venden al peso, con su precio por kilo.
       FD PLAPESO LABEL RECORD STANDARD.
       01 REG-PK.
           02 PK-NUMPLATO PIC 9(3).
           02 PK-PORPESO PIC X.
              88 PLATO-AL-PESO VALUE "S".
           02 PK-PVPKG PIC 9(4)V99.
      * Peso y precio por kilo de las lineas de factura al peso,
      * con la misma clave que su linea de FACTLIN.DAT.
       FD DETPESO LABEL RECORD STANDARD.
       01 REG-DP.
           02 DP-CLAVE.
              03 DP-NFAC PIC 9(8).
              03 DP-LINEA PIC 99.
           02 DP-NUMPLATO PIC 9(3).
           02 DP-PESO PIC 9(3)V999.
           02 DP-PVPKG PIC 9(4)V99.
      * Diario de cobros: si el pedido se cobra al tomarlo, cada
      * parte del cobro se apunta como recibo numerado, igual que al
      * cerrar una mesa.
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
      * Hora del cobro (HHMMSS), para los analisis por franjas.
           02 REC-HORA     PIC 9(6).
      * Emisores de cheques de comida (los mantiene CHEQCOM.CBL)
      * con la comision que descuentan al reembolsar.
       FD EMICHEQ LABEL RECORD STANDARD.
       01 REG-EH.
           02 EH-CODIGO PIC 99.
           02 EH-NOMBRE PIC X(20).
           02 EH-COMISION PIC 99V99.
      * Cheques de comida cobrados, uno por recibo: emisor, numero
      * de cheques, valor facial de cada uno y total a reclamar, y
      * la remesa de CHEQCOM.CBL en que se reclamaron (0 = aun sin
      * remesar).
       FD CHEQCOM LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-RECIBO PIC 9(8).
           02 CH-FECHA PIC 9(8).
           02 CH-NFAC PIC 9(8).
           02 CH-EMISOR PIC 99.
           02 CH-CANTIDAD PIC 9(3).
           02 CH-NOMINAL PIC 9(3)V99.
           02 CH-IMPORTE PIC 9(6)V99.
           02 CH-REMESA PIC 9(6).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 ERRORCP PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 SESNIVEL PIC 9.
       77 SALDOCLI PIC 9(8)V99.
       77 LIMITECLI PIC 9(6)V99.
       77 CARGOZONA PIC 9(4)V99.
       77 DIRECCIONREP PIC X(40).
       77 ERRORRG PIC XX.
       77 ERRORTJ PIC XX.
       77 PASOTJ PIC 9.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ERROREC PIC XX.
       77 FINESC PIC X.
       77 PLATOESC PIC 9(3).
       77 DELTAESC PIC S9(4)V999.
       77 RF-LOTES PIC X(42).
       77 ERRORLT PIC XX.
       77 FINLOTE PIC X.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 RF-LOTECONS PIC X(42).
       77 ERRORCL PIC XX.
       77 RF-PLAPESO PIC X(42).
       77 RF-DETPESO PIC X(42).
       77 ERRORPK PIC XX.
       77 ERRORDP PIC XX.
       77 RF-RECIBOS PIC X(42).
       77 RF-EMICHEQ PIC X(42).
       77 ERROREH PIC XX.
       77 RF-CHEQCOM PIC X(42).
       77 ERRORCH PIC XX.
       77 HORAREC PIC 9(8).
       77 REC-PRUEBA PIC 9(9).
       77 RECLIBRE PIC X.
       77 VALEOK PIC X.
       77 COBRADOYA PIC X.
       77 METODOLLEVAR PIC X.
      * Cobro del pedido al tomarlo: hasta cinco partes con su forma
      * de pago (E efectivo, T tarjeta, C cheques de comida), como
      * el pago partido de MESA.CBL.
       77 PP-N PIC 9.
       77 PP-I PIC 9.
       77 PP-RESTO PIC 9(6)V99.
       77 PARTEIMP PIC 9(6)V99.
       77 PP-MAYOR PIC 9.
       01 PagoPartes.
           02 PP-ENT OCCURS 5.
              03 PP-METODO PIC X.
              03 PP-IMPORTE PIC 9(6)V99.
      * Cheques de comida de las partes pagadas con ellos (C):
      * emisor, numero de cheques y valor facial de cada uno, que se
      * apuntan en CHEQCOM.DAT con el recibo de la parte.
       77 CHEQEMISOR PIC 99.
       77 CHEQCANT PIC 9(3).
       77 CHEQNOMINAL PIC 9(3)V99.
       77 CHEQFACIAL PIC 9(6)V99.
       01 ChequesPartes.
           02 PH-ENT OCCURS 5.
              03 PH-EMISOR PIC 99.
              03 PH-CANTIDAD PIC 9(3).
              03 PH-NOMINAL PIC 9(3)V99.
              03 PH-FACIAL PIC 9(6)V99.
       01 TiposIva.
           02 IVARATE PIC 99 OCCURS 3.
       01 AcumIva.
              03 LP-PVP PIC 9(4)V99.
              03 LP-TOTAL PIC 9(6)V99.
              03 LP-TIPOIVA PIC 9.
              03 LP-PESO PIC 9(3)V999.
              03 LP-PVPKG PIC 9(4)V99.
       01 FechaSys.
           02 AnoSys PIC 99.
           02 MesSys PIC 99.
           02 LL-SERIE PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 LL-NUMSERIE PIC 9(6).
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM LeerSesion
           PERFORM LeerIva
           MOVE "S" TO OTRA

       TOMARPEDIDO.
           DISPLAY " " ERASE
           PERFORM MarcarPantallaFormacion
           DISPLAY "PEDIDO TELEFONICO / PARA LLEVAR" LINE 2 POSITION 5
      * El telefono se teclea primero: si es un cliente fichado se
      * rellenan su nombre y su GIF y se le puede repetir el ultimo
           PERFORM TOMARLINEAS
           IF CUANTASLIN NOT = 0
              PERFORM CalcularTotalLlevar
              PERFORM PedirCobroLlevar
              PERFORM GrabarFacturaLlevar
              PERFORM GrabarColaPedido
              IF ESREPARTO = "S"
                          MOVE 1 TO LP-TIPOIVA(PL)
                       END-IF
                       MOVE FL-CANTIDAD TO LP-CANTIDAD(PL)
                       PERFORM MirarPesoPlato
                       IF LP-PVPKG(PL) NOT = 0
                          PERFORM RecuperarPesoUlt
                       END-IF
                       COMPUTE LP-TOTAL(PL) = LP-CANTIDAD(PL)
                          * LP-PVP(PL)
                       ADD LP-TOTAL(PL) TO SUMTOTAL
                       END-SUBTRACT
                       REWRITE REG-PLA INVALID KEY CONTINUE
                       END-REWRITE
                       IF LP-PVPKG(PL) NOT = 0
                          MOVE LP-PESO(PL) TO DELTAESC
                       ELSE
                          MOVE LP-CANTIDAD(PL) TO DELTAESC
                       END-IF
                       MOVE "V" TO MV-TIPO
                       MOVE "P" TO MV-CLASE
                       MOVE NUMPLATO TO MV-CODIGO
                       COMPUTE MV-CANTIDAD = 0 - DELTAESC
                       MOVE "VENTA PARA LLEVAR" TO MV-MOTIVO
                       PERFORM GrabarMovStock
                       MOVE NUMPLATO TO PLATOESC
                       PERFORM DescontarIngredientes
                    END-IF
              END-READ
                             MOVE 1 TO LP-TIPOIVA(PL)
                          END-IF
                          MOVE 1 TO LP-CANTIDAD(PL)
                          PERFORM MirarPesoPlato
                          IF LP-PVPKG(PL) NOT = 0
                             DISPLAY "PESO KG:" LINE 13 POSITION 49
                             ACCEPT LP-PESO(PL) LINE 13 POSITION 58
                                NO BEEP UPDATE
                             END-ACCEPT
                             COMPUTE LP-PVP(PL) ROUNDED = LP-PESO(PL)
                                * LP-PVPKG(PL)
                          ELSE
                             DISPLAY "CANTIDAD:" LINE 13 POSITION 48
                             ACCEPT LP-CANTIDAD(PL) LINE 13 POSITION 58
                                NO BEEP UPDATE
                             END-ACCEPT
                          END-IF
                          COMPUTE LP-TOTAL(PL) = LP-CANTIDAD(PL)
                             * LP-PVP(PL)
                          ADD LP-TOTAL(PL) TO SUMTOTAL
                          END-SUBTRACT
                          REWRITE REG-PLA INVALID KEY CONTINUE
                          END-REWRITE
                          IF LP-PVPKG(PL) NOT = 0
                             MOVE LP-PESO(PL) TO DELTAESC
                          ELSE
                             MOVE LP-CANTIDAD(PL) TO DELTAESC
                          END-IF
                          MOVE "V" TO MV-TIPO
                          MOVE "P" TO MV-CLASE
                          MOVE NUMPLATO TO MV-CODIGO
                          COMPUTE MV-CANTIDAD =
                             0 - DELTAESC
                          MOVE "VENTA PARA LLEVAR" TO MV-MOTIVO
                          PERFORM GrabarMovStock
                          MOVE NUMPLATO TO PLATOESC
                          PERFORM DescontarIngredientes
                       ELSE
                          DISPLAY "DE BAJA                  " LINE 13
                 END-READ
              END-IF
           END-IF.
      ** Plato al peso: se pide el peso en kg en vez de unidades,    **
      ** la linea va con cantidad 1 al precio peso x precio/kg, y el  **
      ** escandallo (que para estos platos va por kg) se descuenta    **
      ** por el peso servido.                                         **

       MirarPesoPlato.
           MOVE 0 TO LP-PESO(PL)
           MOVE 0 TO LP-PVPKG(PL)
           OPEN INPUT PLAPESO
           IF ERRORPK = "00"
              MOVE NUMPLATO TO PK-NUMPLATO
              READ PLAPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PLATO-AL-PESO
                       MOVE PK-PVPKG TO LP-PVPKG(PL)
                    END-IF
              END-READ
              CLOSE PLAPESO
           END-IF.

      ** Al repetir el ultimo pedido el plato al peso lleva el mismo  **
      ** peso de entonces al precio por kilo de hoy; si aquella linea **
      ** no tenia peso se repite por unidades como entonces.          **

       RecuperarPesoUlt.
           MOVE 0 TO LP-PESO(PL)
           OPEN INPUT DETPESO
           IF ERRORDP = "00"
              MOVE FL-NFAC TO DP-NFAC
              MOVE FL-LINEA TO DP-LINEA
              READ DETPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE DP-PESO TO LP-PESO(PL)
              END-READ
              CLOSE DETPESO
           END-IF
           IF LP-PESO(PL) = 0
              MOVE 0 TO LP-PVPKG(PL)
           ELSE
              MOVE 1 TO LP-CANTIDAD(PL)
              COMPUTE LP-PVP(PL) ROUNDED = LP-PESO(PL) * LP-PVPKG(PL)
           END-IF.
      ** Pedido a domicilio: zona (con su cargo, que se suma a la   **
      ** cuenta) y direccion de entrega; la direccion se precarga    **
      ** con la ficha del cliente si lo hay.                         **
              MOVE ZONAPEDIDA TO RD-ZONA
              MOVE 0 TO RD-REPARTIDOR
              MOVE TOTALLLEVAR TO RD-IMPORTE
              IF COBRADOYA = "S"
                 MOVE 0 TO RD-IMPORTE
              END-IF
              MOVE "P" TO RD-ESTADO
              WRITE REG-RD INVALID KEY CONTINUE
              END-WRITE
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
           MOVE 0 TO FPROPINA
           MOVE 0 TO FCAMARERO
           MOVE 0 TO FFECHACOB
           IF COBRADOYA = "S"
              MOVE " " TO FPAGADA
              MOVE TOTALLLEVAR TO FCOBRADO
              MOVE METODOLLEVAR TO FMETODO
              MOVE FECHAHOY8 TO FFECHACOB
           END-IF
           IF CLIGIF = 0
              MOVE "S" TO FCLASE
           ELSE
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           PERFORM AbrirPendiente
           WRITE REG-FAC INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO PASOTJ
                 PERFORM MarcarPaso
           END-WRITE
           COMPUTE CF-NFACSIG = NFAC + 1
           ADD 1 TO CF-SERIESIG
           PERFORM GrabarContadores
           PERFORM GrabarLineasLlevar
           MOVE 2 TO PASOTJ
           PERFORM MarcarPaso
           PERFORM ApuntarVentaDia
           MOVE 3 TO PASOTJ
           PERFORM MarcarPaso
           IF COBRADOYA = "S"
              PERFORM GrabarRecibosLlevar
              MOVE 4 TO PASOTJ
              PERFORM MarcarPaso
           END-IF
           PERFORM GrabarRegistroFactura
           PERFORM QuitarPendiente
           MOVE NFAC TO LL-NFAC
           MOVE FSERIE TO LL-SERIE
           MOVE FNUMSERIE TO LL-NUMSERIE
           CLOSE FACTURA
           DISPLAY "FACTURA GENERADA:" LINE 21 POSITION 5
           DISPLAY LL-NFAC LINE 21 POSITION 24.
      ** Cobro al tomar el pedido (cuando el cliente lo paga al      **
      ** recogerlo en el momento o con cheques de comida por         **
      ** adelantado): si no se cobra, la factura queda pendiente     **
      ** como siempre y se cobra al recoger o al liquidar el reparto.**

       PedirCobroLlevar.
           MOVE "N" TO COBRADOYA
           DISPLAY "TOTAL DEL PEDIDO:" LINE 15 POSITION 5
           DISPLAY TOTALLLEVAR LINE 15 POSITION 24
           DISPLAY "COBRAR AHORA (S/N):" LINE 16 POSITION 5
           ACCEPT COBRADOYA LINE 16 POSITION 26 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF COBRADOYA = "s"
              MOVE "S" TO COBRADOYA
           END-IF
           IF COBRADOYA = "S" AND TOTALLLEVAR NOT = 0
              PERFORM PedirPagoPartes
           ELSE
              MOVE "N" TO COBRADOYA
           END-IF.
       PedirPagoPartes.
           MOVE 0 TO PP-N
           MOVE TOTALLLEVAR TO PP-RESTO
           PERFORM PedirUnaParte UNTIL PP-RESTO = 0 OR PP-N = 5
           IF PP-RESTO NOT = 0
              IF PP-N < 5
                 ADD 1 TO PP-N
                 MOVE "E" TO PP-METODO(PP-N)
                 MOVE PP-RESTO TO PP-IMPORTE(PP-N)
              ELSE
                 ADD PP-RESTO TO PP-IMPORTE(5)
              END-IF
              MOVE 0 TO PP-RESTO
           END-IF
           MOVE 1 TO PP-MAYOR
           PERFORM BuscarParteMayor VARYING PP-I FROM 2 BY 1
              UNTIL PP-I > PP-N
           MOVE PP-METODO(PP-MAYOR) TO METODOLLEVAR.
       BuscarParteMayor.
           IF PP-IMPORTE(PP-I) > PP-IMPORTE(PP-MAYOR)
              MOVE PP-I TO PP-MAYOR
           END-IF.
       PedirUnaParte.
           DISPLAY "PENDIENTE:  " LINE 17 POSITION 5
           DISPLAY PP-RESTO LINE 17 POSITION 18
           DISPLAY "PAGO E/T/C: " LINE 18 POSITION 5
           MOVE " " TO FMETODO
           PERFORM WITH TEST AFTER UNTIL FMETODO-EFECTIVO
              OR FMETODO-TARJETA OR FMETODO-CHEQUE
               ACCEPT FMETODO LINE 18 POSITION 18 NO BEEP
               END-ACCEPT
           END-PERFORM
           DISPLAY "IMPORTE:    " LINE 19 POSITION 5
           MOVE PP-RESTO TO PARTEIMP
           ACCEPT PARTEIMP LINE 19 POSITION 18 NO BEEP UPDATE
           END-ACCEPT
           IF PARTEIMP = 0 OR PARTEIMP > PP-RESTO OR PP-N = 4
              MOVE PP-RESTO TO PARTEIMP
           END-IF
           MOVE "S" TO VALEOK
           IF FMETODO-CHEQUE
              PERFORM CobrarConCheques
           END-IF
           IF VALEOK = "S"
              ADD 1 TO PP-N
              MOVE FMETODO TO PP-METODO(PP-N)
              MOVE PARTEIMP TO PP-IMPORTE(PP-N)
              SUBTRACT PARTEIMP FROM PP-RESTO
              IF FMETODO-CHEQUE
                 MOVE CHEQEMISOR TO PH-EMISOR(PP-N)
                 MOVE CHEQCANT TO PH-CANTIDAD(PP-N)
                 MOVE CHEQNOMINAL TO PH-NOMINAL(PP-N)
                 MOVE CHEQFACIAL TO PH-FACIAL(PP-N)
              END-IF
           END-IF.

      *****************************************************************
      * PAGO CON CHEQUES DE COMIDA (TICKET RESTAURANT, CHEQUE GOURMET *
      * ...): PIDE EL EMISOR, CUANTOS CHEQUES Y SU VALOR FACIAL; LA   *
      * PARTE ES EL VALOR DE LOS CHEQUES. LOS CHEQUES NO DAN CAMBIO:  *
      * SI PASAN DE LO PENDIENTE LA PARTE SE QUEDA EN LO PENDIENTE Y  *
      * AL EMISOR SE LE RECLAMA EL VALOR FACIAL ENTERO.               *
      *****************************************************************
       CobrarConCheques.
           MOVE "N" TO VALEOK
           DISPLAY "EMISOR: " LINE 18 POSITION 5 REVERSE
           MOVE 0 TO CHEQEMISOR
           ACCEPT CHEQEMISOR LINE 18 POSITION 14 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           OPEN INPUT EMICHEQ
           IF ERROREH = "00"
              MOVE CHEQEMISOR TO EH-CODIGO
              READ EMICHEQ
                 INVALID KEY
                    DISPLAY "EMISOR INEXISTENTE   " LINE 19
                       POSITION 5
                 NOT INVALID KEY
                    MOVE "S" TO VALEOK
              END-READ
              CLOSE EMICHEQ
           END-IF
           IF VALEOK = "S"
              DISPLAY EH-NOMBRE LINE 18 POSITION 18
              DISPLAY "N.CHEQUES:" LINE 19 POSITION 5 REVERSE
              MOVE 1 TO CHEQCANT
              ACCEPT CHEQCANT LINE 19 POSITION 16 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "VALOR:" LINE 19 POSITION 21 REVERSE
              MOVE 0 TO CHEQNOMINAL
              ACCEPT CHEQNOMINAL LINE 19 POSITION 28 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              COMPUTE CHEQFACIAL = CHEQCANT * CHEQNOMINAL
              MOVE CHEQFACIAL TO PARTEIMP
              IF PARTEIMP > PP-RESTO
                 MOVE PP-RESTO TO PARTEIMP
              END-IF
              IF CHEQFACIAL = 0
                 MOVE "N" TO VALEOK
              END-IF
              IF PP-N = 4 AND PARTEIMP < PP-RESTO
                 DISPLAY "LA ULTIMA PARTE HA DE CUBRIR EL RESTO"
                    LINE 19 POSITION 5
                 MOVE "N" TO VALEOK
              END-IF
           END-IF.

      ** Recibos de las partes del cobro, con los mismos contadores  **
      ** que los de MESA.CBL y FACT.CBL.                             **

       GrabarRecibosLlevar.
           OPEN I-O RECIBOS
           PERFORM LeerContadores
           PERFORM GrabarReciboParte VARYING PP-I FROM 1 BY 1
              UNTIL PP-I > PP-N
           CLOSE RECIBOS
           PERFORM GrabarContadores.
       GrabarReciboParte.
           MOVE "N" TO RECLIBRE
           PERFORM BuscarLibreRecibo VARYING REC-PRUEBA FROM
              CF-RECSIG BY 1
              UNTIL RECLIBRE = "B" OR REC-PRUEBA > 99999999
           MOVE NFAC TO REC-NFAC
           ACCEPT REC-FECHA FROM DATE YYYYMMDD
           ACCEPT HORAREC FROM TIME
           COMPUTE REC-HORA = HORAREC / 100
           MOVE PP-IMPORTE(PP-I) TO REC-IMPORTE
           MOVE PP-METODO(PP-I)  TO REC-METODO
           MOVE FCAMARERO TO REC-CAMARERO
           WRITE REG-REC INVALID KEY CONTINUE
           END-WRITE
           IF PP-METODO(PP-I) = "C"
              PERFORM GrabarChequesParte
           END-IF
           COMPUTE CF-RECSIG = REC-NUM + 1.
       GrabarChequesParte.
           OPEN I-O CHEQCOM
           IF ERRORCH NOT = "00"
              OPEN OUTPUT CHEQCOM
              CLOSE CHEQCOM
              OPEN I-O CHEQCOM
           END-IF
           MOVE REC-NUM TO CH-RECIBO
           MOVE REC-FECHA TO CH-FECHA
           MOVE NFAC TO CH-NFAC
           MOVE PH-EMISOR(PP-I) TO CH-EMISOR
           MOVE PH-CANTIDAD(PP-I) TO CH-CANTIDAD
           MOVE PH-NOMINAL(PP-I) TO CH-NOMINAL
           MOVE PH-FACIAL(PP-I) TO CH-IMPORTE
           MOVE 0 TO CH-REMESA
           WRITE REG-CH INVALID KEY CONTINUE
           END-WRITE
           CLOSE CHEQCOM.
       BuscarLibreRecibo.
           MOVE REC-PRUEBA TO REC-NUM
           READ RECIBOS
              INVALID KEY MOVE "B" TO RECLIBRE
              NOT INVALID KEY CONTINUE
           END-READ.
      ** Calcula las bases, cuotas y el total a pagar del pedido;   **
      ** se hace antes de imprimir la comanda para que el ticket     **
      ** lleve el mismo importe que la factura.                      **
           MOVE 0 TO FL-FORMATO
           WRITE REG-FACTLIN INVALID KEY CONTINUE
           END-WRITE.
           IF LP-PVPKG(PL) NOT = 0
              PERFORM GrabarPesoLlevar
           END-IF.
       GrabarPesoLlevar.
           OPEN I-O DETPESO
           IF ERRORDP = "00" OR "05"
              MOVE NFAC TO DP-NFAC
              MOVE PL TO DP-LINEA
              MOVE LP-NUMPLATO(PL) TO DP-NUMPLATO
              MOVE LP-PESO(PL) TO DP-PESO
              MOVE LP-PVPKG(PL) TO DP-PVPKG
              WRITE REG-DP INVALID KEY CONTINUE
              END-WRITE
              CLOSE DETPESO
           END-IF.

      ** Suma la factura recien grabada (con sus lineas ya en       **
      ** FACTLIN) en los totales de venta por dia.                  **

       ApuntarVentaDia.
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.

      ** Diario de la factura en curso (PENDFAC.DAT): se apunta     **
      ** antes de grabar la cabecera, se marca cada paso al         **
      ** terminarlo y se quita al final; si hay un corte, PENDFAC   **
      ** la completa o la anula al arrancar. Si se cobra ya, el     **
      ** diario lleva las partes del cobro y los recibos son su     **
      ** paso 4; si se cobra al recogerlo, no lleva recibos.        **

       AbrirPendiente.
           MOVE NFAC TO TJ-NFAC
           MOVE "TELPED" TO TJ-PROGRAMA
           ACCEPT TJ-FECHA FROM DATE YYYYMMDD
           ACCEPT TJ-HORA FROM TIME
           MOVE FMESA TO TJ-MESA
           MOVE FSERIE TO TJ-SERIE
           MOVE FNUMSERIE TO TJ-NUMSERIE
           IF COBRADOYA = "S"
              MOVE "PPPPP" TO TJ-PASOS
              MOVE PP-N TO TJ-NPARTES
              MOVE PagoPartes TO TJ-PARTES
              MOVE ChequesPartes TO TJ-CHEQUES
           ELSE
              MOVE "PPP P" TO TJ-PASOS
              MOVE 0 TO TJ-NPARTES
              MOVE ZEROS TO TJ-PARTES
              MOVE ZEROS TO TJ-CHEQUES
           END-IF
           OPEN I-O PENDFAC
           IF ERRORTJ = "00" OR "05"
              WRITE REG-TJ INVALID KEY
                 REWRITE REG-TJ INVALID KEY CONTINUE
                 END-REWRITE
              END-WRITE
              CLOSE PENDFAC
           END-IF.
       MarcarPaso.
           OPEN I-O PENDFAC
           IF ERRORTJ = "00"
              MOVE NFAC TO TJ-NFAC
              READ PENDFAC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "H" TO TJ-PASO(PASOTJ)
                    REWRITE REG-TJ INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE PENDFAC
           END-IF.
       QuitarPendiente.
           OPEN I-O PENDFAC
           IF ERRORTJ = "00"
              MOVE NFAC TO TJ-NFAC
              DELETE PENDFAC RECORD INVALID KEY CONTINUE
              END-DELETE
              CLOSE PENDFAC
           END-IF.
       LeerContadores.
           MOVE "N" TO CONTOK
           OPEN INPUT CONTFAC
              REMAINDER ENCRESTO
           MOVE ENCRESTO TO RG-ENCADEN.

      ** Modo formacion: si LOGIN.CBL dejo la marca de este puesto  **
      ** la pantalla lleva el rotulo FORMACION en la primera linea, **
      ** para que no se confunda con el trabajo real.               **

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
       MarcarPantallaFormacion.
           IF ENFORMACION = "S"
              DISPLAY " FORMACION " LINE 1 POSITION 35 REVERSE
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
           STRING RUTADATOS DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
           END-STRING
           MOVE SPACES TO RF-PLAPESO
           STRING RUTADATOS DELIMITED BY " "
                  "PLAPESO.DAT" DELIMITED BY SIZE
                  INTO RF-PLAPESO
           END-STRING
           MOVE SPACES TO RF-DETPESO
           STRING RUTADATOS DELIMITED BY " "
                  "DETPESO.DAT" DELIMITED BY SIZE
                  INTO RF-DETPESO
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING
           MOVE SPACES TO RF-EMICHEQ
           STRING RUTADATOS DELIMITED BY " "
                  "EMICHEQ.DAT" DELIMITED BY SIZE
                  INTO RF-EMICHEQ
           END-STRING
           MOVE SPACES TO RF-CHEQCOM
           STRING RUTADATOS DELIMITED BY " "
                  "CHEQCOM.DAT" DELIMITED BY SIZE
                  INTO RF-CHEQCOM
           END-STRING.
