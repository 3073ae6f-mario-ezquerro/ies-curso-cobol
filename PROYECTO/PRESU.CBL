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
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 RF-LOTECONS PIC X(42).
       77 ERRORCL PIC XX.
       77 W-CODIGO PIC XX.
       77 W-CATEG PIC X.
       77 W-TIPOIVA PIC 9.
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
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING.
