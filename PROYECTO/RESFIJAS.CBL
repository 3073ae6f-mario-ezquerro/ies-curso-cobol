           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCAL.
           SELECT OPTIONAL RESFACT ASSIGN TO DISK RF-RESFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-CLAVE
           FILE STATUS IS ERRORSG.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 CD-DIASEM PIC 9.
           02 CD-DESDE PIC 9(8).
           02 CD-HASTA PIC 9(8).
      * Seguimiento de cada reserva hasta su factura (por fecha y
      * pagina, que se reutiliza): de donde vino (T telefono, W web,
      * F periodica), como acabo (S sentada, A anulada, N no
      * presentada; espacio = pendiente), la mesa y la senal al
      * sentarla, y la factura, los comensales reales y el gasto que
      * apunta MESA.CBL al cobrar la mesa (varias facturas si la
      * cuenta se divide). Lo resume RESGASTO.CBL.
       FD RESFACT LABEL RECORD STANDARD.
       01 REG-SG.
           02 SG-CLAVE.
              03 SG-FECHA PIC 9(8).
              03 SG-PAGINA PIC 9(5).
           02 SG-ORIGEN PIC X.
              88 ORIGEN-TELEFONO VALUE "T".
              88 ORIGEN-WEB VALUE "W".
              88 ORIGEN-FIJA VALUE "F".
           02 SG-TURNO PIC X.
           02 SG-RESERVADOS PIC 99.
           02 SG-ESTADO PIC X.
              88 SG-PENDIENTE VALUE " ".
              88 SG-SENTADA VALUE "S".
              88 SG-ANULADA VALUE "A".
              88 SG-NOPRESENT VALUE "N".
           02 SG-FANULA PIC 9(8).
           02 SG-MESA PIC 99.
           02 SG-SENAL PIC 9(4)V99.
           02 SG-NFAC PIC 9(8).
           02 SG-NFACTS PIC 9.
           02 SG-REALES PIC 99.
           02 SG-GASTO PIC 9(6)V99.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-RESERVA PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-CALCIER PIC X(42).
       77 RF-RESFACT PIC X(42).
       77 ERRORSG PIC XX.
       77 ERRORSF PIC XX.
       77 ERRORCAL PIC XX.
       77 ERRORIMP PIC XX.
           COMPUTE DIASGEN = SEMANAS * 7
           ACCEPT FechaPaso FROM DATE YYYYMMDD
           OPEN I-O RESERVA
           OPEN I-O RESFACT
           OPEN OUTPUT LISTADO
           MOVE SEMANAS TO GF-CSEM
           WRITE LINEAIMP FROM CABFIJAS BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTFIJAS BEFORE ADVANCING 1 LINE
           CLOSE LISTADO
           CLOSE RESERVA
           CLOSE RESFACT
           CALL "DISPONIB.COB".
       RepasarUnDia.
           PERFORM AvanzarFecha
           COMPUTE FECHACOMP8 = FP-ANO * 10000 + FP-MES * 100
           MOVE SJT-TURNO(SJ-I) TO TURNO
           MOVE SJT-HORA(SJ-I) TO HORA
           WRITE REG-RES INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM AltaSeguimiento
           END-WRITE
           ADD 1 TO CREADAS
           MOVE FECHACOMP8 TO GF-LFECHA
              MOVE SPACES TO GF-LAVISO
           END-IF
           WRITE LINEAIMP FROM LINFIJA BEFORE ADVANCING 1 LINE.

      ** La reserva creada queda apuntada como periodica para el    **
      ** seguimiento hasta su factura (RESFACT.DAT).                **

       AltaSeguimiento.
           MOVE FECHA TO SG-FECHA
           MOVE PAGINA TO SG-PAGINA
           MOVE "F" TO SG-ORIGEN
           MOVE TURNO TO SG-TURNO
           MOVE COMENSALES TO SG-RESERVADOS
           MOVE " " TO SG-ESTADO
           MOVE 0 TO SG-FANULA SG-MESA SG-SENAL SG-NFAC SG-NFACTS
           MOVE 0 TO SG-REALES SG-GASTO
           WRITE REG-SG
              INVALID KEY
                 REWRITE REG-SG INVALID KEY CONTINUE
                 END-REWRITE
           END-WRITE.
       BuscarUltimo.
           MOVE PAG TO PAGINA
           READ RESERVA INVALID KEY
           STRING RUTADATOS DELIMITED BY " "
                  "CALCIER.DAT" DELIMITED BY SIZE
                  INTO RF-CALCIER
           END-STRING
           MOVE SPACES TO RF-RESFACT
           STRING RUTADATOS DELIMITED BY " "
                  "RESFACT.DAT" DELIMITED BY SIZE
                  INTO RF-RESFACT
           END-STRING.
