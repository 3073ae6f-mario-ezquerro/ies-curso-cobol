       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPFORM.
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
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES
           FILE STATUS IS ERRORPLA.
           SELECT OPTIONAL MESAMAES ASSIGN TO DISK RF-MESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-NUMERO
           FILE STATUS IS ERRORMM.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES
           FILE STATUS IS ERRORCLI.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL PARAMFAC ASSIGN TO DISK RF-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPAR.
      * Los mismos ficheros en la carpeta de practicas.
           SELECT OPTIONAL FPLATOS ASSIGN TO DISK RF-FPLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPL-NUMPLATO
           ALTERNATE RECORD KEY IS FPL-CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPL-NOM WITH DUPLICATES
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FMESAMAES ASSIGN TO DISK RF-FMESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FMM-NUMERO
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FCLIENTES ASSIGN TO DISK RF-FCLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-GIF
           ALTERNATE RECORD KEY IS FCL-NOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FCL-CIUDAD WITH DUPLICATES
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FUSUARIOS ASSIGN TO DISK RF-FUSUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUS-CODIGO
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FEMPRESA ASSIGN TO DISK RF-FEMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FPARAMFAC ASSIGN TO DISK RF-FPARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FPEDIDOS ASSIGN TO DISK RF-FPEDIDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPE-CLAVE
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FPEDPESO ASSIGN TO DISK RF-FPEDPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPW-CLAVE
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FFACTURA ASSIGN TO DISK RF-FFACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FFA-NFAC
           ALTERNATE RECORD KEY IS FFA-FECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFA-GIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFA-PAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFA-FECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FDETFAC ASSIGN TO DISK RF-FFACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FFL-CLAVE
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FDETPESO ASSIGN TO DISK RF-FDETPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDP-CLAVE
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FRECIBOS ASSIGN TO DISK RF-FRECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRE-NUM
           ALTERNATE RECORD KEY IS FRE-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS FRE-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FVENTDIA ASSIGN TO DISK RF-FVENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FVD-CLAVE
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FCONTFAC ASSIGN TO DISK RF-FCONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FREGISFAC ASSIGN TO DISK RF-FREGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFO.
           SELECT OPTIONAL FINCIDEN ASSIGN TO DISK RF-FINCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFO.
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
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Parte de incidencias real: cada preparacion deja un "FR".
       FD INCIDEN LABEL RECORD STANDARD.
       01 REG-INC.
           02 INC-FECHA PIC 9(8).
           02 INC-HORA  PIC 9(8).
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
      * Maestros reales que se copian a la carpeta de practicas.
       FD PLATOS LABEL RECORD STANDARD.
       01 REG-PLA.
           02 NUMPLATO PIC 9(3).
           02 CODIGO PIC XX.
           02 NOM PIC X(26).
           02 PLRESTO PIC X(88).
       FD MESAMAES LABEL RECORD STANDARD.
       01 REG-MESAMAES.
           02 MM-NUMERO PIC 99.
           02 MMRESTO PIC X(8).
       FD CLIENTES LABEL RECORD STANDARD.
       01 REG-CLI.
           02 CGIF       PIC X(9).
           02 CNOMBRE    PIC X(29).
           02 CDIRNUM    PIC X(43).
           02 CCIUDAD    PIC X(15).
           02 CLRESTO    PIC X(94).
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 URESTO PIC X(30).
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA PIC X(104).
       FD PARAMFAC LABEL RECORD STANDARD.
       01 REG-PARAMFAC PIC X(16).
      * Copias de practicas: misma longitud y mismas claves que los
      * ficheros de verdad, para que los programas las abran igual.
       FD FPLATOS LABEL RECORD STANDARD.
       01 REG-FPLA.
           02 FPL-NUMPLATO PIC 9(3).
           02 FPL-CODIGO PIC XX.
           02 FPL-NOM PIC X(26).
           02 FPL-RESTO PIC X(88).
       FD FMESAMAES LABEL RECORD STANDARD.
       01 REG-FMM.
           02 FMM-NUMERO PIC 99.
           02 FMM-RESTO PIC X(8).
       FD FCLIENTES LABEL RECORD STANDARD.
       01 REG-FCL.
           02 FCL-GIF PIC X(9).
           02 FCL-NOMBRE PIC X(29).
           02 FCL-DIRNUM PIC X(43).
           02 FCL-CIUDAD PIC X(15).
           02 FCL-RESTO PIC X(94).
       FD FUSUARIOS LABEL RECORD STANDARD.
       01 REG-FUS.
           02 FUS-CODIGO PIC 9(3).
           02 FUS-RESTO PIC X(30).
       FD FEMPRESA LABEL RECORD STANDARD.
       01 REG-FEMP PIC X(104).
       FD FPARAMFAC LABEL RECORD STANDARD.
       01 REG-FPAR PIC X(16).
      * Ficheros del servicio y la facturacion de practicas, que se
      * vacian: pedidos abiertos, facturas con sus lineas y pesos,
      * recibos, totales por dia, contadores, registro encadenado e
      * incidencias.
       FD FPEDIDOS LABEL RECORD STANDARD.
       01 REG-FPE.
           02 FPE-CLAVE PIC X(5).
           02 FPE-RESTO PIC X(97).
       FD FPEDPESO LABEL RECORD STANDARD.
       01 REG-FPW.
           02 FPW-CLAVE PIC X(5).
           02 FPW-RESTO PIC X(12).
       FD FFACTURA LABEL RECORD STANDARD.
       01 REG-FFA.
           02 FFA-NFAC PIC 9(8).
           02 FFA-GIF PIC 9(9).
           02 FFA-FECHA PIC 9(8).
           02 FFA-PASTA PIC X(8).
           02 FFA-PAGADA PIC X.
           02 FFA-MEDIO PIC X(30).
           02 FFA-FECHACOB PIC 9(8).
           02 FFA-RESTO PIC X(70).
       FD FDETFAC LABEL RECORD STANDARD.
       01 REG-FFL.
           02 FFL-CLAVE PIC X(10).
           02 FFL-RESTO PIC X(46).
       FD FDETPESO LABEL RECORD STANDARD.
       01 REG-FDP.
           02 FDP-CLAVE PIC X(10).
           02 FDP-RESTO PIC X(15).
       FD FRECIBOS LABEL RECORD STANDARD.
       01 REG-FRE.
           02 FRE-NUM PIC 9(8).
           02 FRE-NFAC PIC 9(8).
           02 FRE-FECHA PIC 9(8).
           02 FRE-RESTO PIC X(18).
       FD FVENTDIA LABEL RECORD STANDARD.
       01 REG-FVD.
           02 FVD-CLAVE PIC X(13).
           02 FVD-RESTO PIC X(64).
       FD FCONTFAC LABEL RECORD STANDARD.
       01 REG-FCF PIC X(26).
       FD FREGISFAC LABEL RECORD STANDARD.
       01 REG-FRG PIC X(68).
       FD FINCIDEN LABEL RECORD STANDARD.
       01 REG-FINC PIC X(38).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 ERRORMF PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORINC PIC XX.
       77 ERRORPLA PIC XX.
       77 ERRORMM PIC XX.
       77 ERRORCLI PIC XX.
       77 ERRORUSU PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORPAR PIC XX.
       77 ERRORFO PIC XX.
       77 RUTADATOS PIC X(30).
      * Carpeta de datos real y su subcarpeta de practicas FORMA.
       77 RUTAREAL PIC X(30).
       77 RUTAFORM PIC X(30).
       77 RF-INCIDEN PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-MESAMAES PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-FPLATOS PIC X(42).
       77 RF-FMESAMAES PIC X(42).
       77 RF-FCLIENTES PIC X(42).
       77 RF-FUSUARIOS PIC X(42).
       77 RF-FEMPRESA PIC X(42).
       77 RF-FPARAM PIC X(42).
       77 RF-FPEDIDOS PIC X(42).
       77 RF-FPEDPESO PIC X(42).
       77 RF-FFACTURAS PIC X(42).
       77 RF-FFACTLIN PIC X(42).
       77 RF-FDETPESO PIC X(42).
       77 RF-FRECIBOS PIC X(42).
       77 RF-FVENTDIA PIC X(42).
       77 RF-FCONTFAC PIC X(42).
       77 RF-FREGISFAC PIC X(42).
       77 RF-FINCIDEN PIC X(42).
       77 SESNIVEL PIC 9.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 CONFIRMA PIC X.
       77 FIN PIC X.
       77 CARPETAOK PIC X.
       77 COPIADOS PIC 9(5).
       77 LINRES PIC 99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           DISPLAY " " ERASE
           DISPLAY "PREPARAR LOS DATOS DE FORMACION" LINE 2 POSITION 5
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PREPARA LA FORMACION" LINE 4
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirConfirmacion
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       PedirConfirmacion.
           MOVE 0 TO TECLAF
           DISPLAY "CARPETA DE PRACTICAS:" LINE 4 POSITION 5
           DISPLAY RUTAFORM LINE 4 POSITION 27
           DISPLAY "SE COPIAN LA CARTA, LAS MESAS, LOS CLIENTES, LOS"
              LINE 6 POSITION 5
           DISPLAY "USUARIOS, LA EMPRESA Y LOS PARAMETROS REALES, Y SE"
              LINE 7 POSITION 5
           DISPLAY "BORRA TODO LO HECHO EN PRACTICAS. SEGUIR (S/N):"
              LINE 8 POSITION 5
           MOVE "N" TO CONFIRMA
           ACCEPT CONFIRMA LINE 8 POSITION 53 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND (CONFIRMA = "S" OR "s")
              PERFORM PREPARAR
           END-IF.

      ** Copia los maestros reales encima de los de practicas y deja **
      ** vacios los ficheros del servicio y la facturacion. Si no se **
      ** puede crear el primer fichero es que falta la carpeta FORMA **
      ** dentro de la de datos: se avisa y no se sigue.               **

       PREPARAR.
           DISPLAY "PREPARANDO..." LINE 10 POSITION 5
           MOVE 11 TO LINRES
           MOVE "S" TO CARPETAOK
           PERFORM CopiarUsuarios
           IF CARPETAOK = "N"
              DISPLAY "NO SE PUEDE ESCRIBIR EN LA CARPETA DE PRACTICAS."
                 LINE 10 POSITION 5
              DISPLAY "CREE LA CARPETA FORMA DENTRO DE LA DE DATOS."
                 LINE 11 POSITION 5
           ELSE
              PERFORM CopiarPlatos
              PERFORM CopiarMesas
              PERFORM CopiarClientes
              PERFORM CopiarEmpresa
              PERFORM VaciarPracticas
              PERFORM ApuntarIncidencia
              DISPLAY "FORMACION PREPARADA" LINE LINRES POSITION 5
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       CopiarUsuarios.
           MOVE 0 TO COPIADOS
           OPEN OUTPUT FUSUARIOS
           IF ERRORFO NOT = "00"
              MOVE "N" TO CARPETAOK
           ELSE
              OPEN INPUT USUARIOS
              IF ERRORUSU = "00"
                 MOVE "N" TO FIN
                 PERFORM CopiarUnUsuario UNTIL FIN = "S"
                 CLOSE USUARIOS
              END-IF
              CLOSE FUSUARIOS
              DISPLAY "USUARIOS COPIADOS:" LINE LINRES POSITION 5
              DISPLAY COPIADOS LINE LINRES POSITION 30
              ADD 1 TO LINRES
           END-IF.
       CopiarUnUsuario.
           READ USUARIOS NEXT AT END MOVE "S" TO FIN
           END-READ
           IF FIN = "N"
              WRITE REG-FUS FROM REG-USU INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO COPIADOS
           END-IF.
       CopiarPlatos.
           MOVE 0 TO COPIADOS
           OPEN OUTPUT FPLATOS
           OPEN INPUT PLATOS
           IF ERRORPLA = "00"
              MOVE "N" TO FIN
              PERFORM CopiarUnPlato UNTIL FIN = "S"
              CLOSE PLATOS
           END-IF
           CLOSE FPLATOS
           DISPLAY "PLATOS COPIADOS:" LINE LINRES POSITION 5
           DISPLAY COPIADOS LINE LINRES POSITION 30
           ADD 1 TO LINRES.
       CopiarUnPlato.
           READ PLATOS NEXT AT END MOVE "S" TO FIN
           END-READ
           IF FIN = "N"
              WRITE REG-FPLA FROM REG-PLA INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO COPIADOS
           END-IF.
       CopiarMesas.
           MOVE 0 TO COPIADOS
           OPEN OUTPUT FMESAMAES
           OPEN INPUT MESAMAES
           IF ERRORMM = "00"
              MOVE "N" TO FIN
              PERFORM CopiarUnaMesa UNTIL FIN = "S"
              CLOSE MESAMAES
           END-IF
           CLOSE FMESAMAES
           DISPLAY "MESAS COPIADAS:" LINE LINRES POSITION 5
           DISPLAY COPIADOS LINE LINRES POSITION 30
           ADD 1 TO LINRES.
       CopiarUnaMesa.
           READ MESAMAES NEXT AT END MOVE "S" TO FIN
           END-READ
           IF FIN = "N"
              WRITE REG-FMM FROM REG-MESAMAES INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO COPIADOS
           END-IF.
       CopiarClientes.
           MOVE 0 TO COPIADOS
           OPEN OUTPUT FCLIENTES
           OPEN INPUT CLIENTES
           IF ERRORCLI = "00"
              MOVE "N" TO FIN
              PERFORM CopiarUnCliente UNTIL FIN = "S"
              CLOSE CLIENTES
           END-IF
           CLOSE FCLIENTES
           DISPLAY "CLIENTES COPIADOS:" LINE LINRES POSITION 5
           DISPLAY COPIADOS LINE LINRES POSITION 30
           ADD 1 TO LINRES.
       CopiarUnCliente.
           READ CLIENTES NEXT AT END MOVE "S" TO FIN
           END-READ
           IF FIN = "N"
              WRITE REG-FCL FROM REG-CLI INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO COPIADOS
           END-IF.

      ** Datos de la empresa y parametros de facturacion: un solo    **
      ** registro cada uno, para que los tickets de practicas salgan **
      ** con la misma cabecera y los mismos tipos de IVA.            **

       CopiarEmpresa.
           OPEN OUTPUT FEMPRESA
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 WRITE REG-FEMP FROM REG-EMPRESA
              END-IF
              CLOSE EMPRESA
           END-IF
           CLOSE FEMPRESA
           OPEN OUTPUT FPARAMFAC
           OPEN INPUT PARAMFAC
           IF ERRORPAR = "00"
              READ PARAMFAC AT END CONTINUE
              END-READ
              IF ERRORPAR = "00"
                 WRITE REG-FPAR FROM REG-PARAMFAC
              END-IF
              CLOSE PARAMFAC
           END-IF
           CLOSE FPARAMFAC.
       VaciarPracticas.
           OPEN OUTPUT FPEDIDOS
           CLOSE FPEDIDOS
           OPEN OUTPUT FPEDPESO
           CLOSE FPEDPESO
           OPEN OUTPUT FFACTURA
           CLOSE FFACTURA
           OPEN OUTPUT FDETFAC
           CLOSE FDETFAC
           OPEN OUTPUT FDETPESO
           CLOSE FDETPESO
           OPEN OUTPUT FRECIBOS
           CLOSE FRECIBOS
           OPEN OUTPUT FVENTDIA
           CLOSE FVENTDIA
           OPEN OUTPUT FCONTFAC
           CLOSE FCONTFAC
           OPEN OUTPUT FREGISFAC
           CLOSE FREGISFAC
           OPEN OUTPUT FINCIDEN
           CLOSE FINCIDEN
           DISPLAY "PEDIDOS, FACTURAS Y RECIBOS DE PRACTICAS BORRADOS"
              LINE LINRES POSITION 5
           ADD 2 TO LINRES.
       ApuntarIncidencia.
           ACCEPT INC-FECHA FROM DATE YYYYMMDD
           ACCEPT INC-HORA FROM TIME
           MOVE "PREPFORM" TO INC-PROGRAMA
           MOVE "FORMACION" TO INC-FICHERO
           MOVE "FR" TO INC-STATUS
           OPEN EXTEND INCIDEN
           IF ERRORINC = "00" OR "05"
              WRITE REG-INC
              CLOSE INCIDEN
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

      ** Compone las rutas: los maestros reales salen de la carpeta  **
      ** de datos real (la de MODOFORM.DAT si este puesto esta ahora **
      ** en formacion, si no la del DATOSDIR.DAT) y las copias van a **
      ** su subcarpeta FORMA.                                        **

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
           MOVE RUTADATOS TO RUTAREAL
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00"
                 MOVE MF-RUTAREAL TO RUTAREAL
              END-IF
              CLOSE MODOFORM
           END-IF
           MOVE SPACES TO RUTAFORM
           STRING RUTAREAL DELIMITED BY " "
                  "FORMA\" DELIMITED BY SIZE
                  INTO RUTAFORM
           END-STRING
           MOVE SPACES TO RF-INCIDEN
           STRING RUTAREAL DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTAREAL DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-MESAMAES
           STRING RUTAREAL DELIMITED BY " "
                  "MESAMAES.DAT" DELIMITED BY SIZE
                  INTO RF-MESAMAES
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTAREAL DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTAREAL DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTAREAL DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-PARAM
           STRING RUTAREAL DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-PARAM
           END-STRING
           MOVE SPACES TO RF-FPLATOS
           STRING RUTAFORM DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-FPLATOS
           END-STRING
           MOVE SPACES TO RF-FMESAMAES
           STRING RUTAFORM DELIMITED BY " "
                  "MESAMAES.DAT" DELIMITED BY SIZE
                  INTO RF-FMESAMAES
           END-STRING
           MOVE SPACES TO RF-FCLIENTES
           STRING RUTAFORM DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-FCLIENTES
           END-STRING
           MOVE SPACES TO RF-FUSUARIOS
           STRING RUTAFORM DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-FUSUARIOS
           END-STRING
           MOVE SPACES TO RF-FEMPRESA
           STRING RUTAFORM DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-FEMPRESA
           END-STRING
           MOVE SPACES TO RF-FPARAM
           STRING RUTAFORM DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-FPARAM
           END-STRING
           MOVE SPACES TO RF-FPEDIDOS
           STRING RUTAFORM DELIMITED BY " "
                  "PEDIDOS.DAT" DELIMITED BY SIZE
                  INTO RF-FPEDIDOS
           END-STRING
           MOVE SPACES TO RF-FPEDPESO
           STRING RUTAFORM DELIMITED BY " "
                  "PEDPESO.DAT" DELIMITED BY SIZE
                  INTO RF-FPEDPESO
           END-STRING
           MOVE SPACES TO RF-FFACTURAS
           STRING RUTAFORM DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FFACTURAS
           END-STRING
           MOVE SPACES TO RF-FFACTLIN
           STRING RUTAFORM DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FFACTLIN
           END-STRING
           MOVE SPACES TO RF-FDETPESO
           STRING RUTAFORM DELIMITED BY " "
                  "DETPESO.DAT" DELIMITED BY SIZE
                  INTO RF-FDETPESO
           END-STRING
           MOVE SPACES TO RF-FRECIBOS
           STRING RUTAFORM DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-FRECIBOS
           END-STRING
           MOVE SPACES TO RF-FVENTDIA
           STRING RUTAFORM DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-FVENTDIA
           END-STRING
           MOVE SPACES TO RF-FCONTFAC
           STRING RUTAFORM DELIMITED BY " "
                  "CONTFAC.DAT" DELIMITED BY SIZE
                  INTO RF-FCONTFAC
           END-STRING
           MOVE SPACES TO RF-FREGISFAC
           STRING RUTAFORM DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-FREGISFAC
           END-STRING
           MOVE SPACES TO RF-FINCIDEN
           STRING RUTAFORM DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-FINCIDEN
           END-STRING.
