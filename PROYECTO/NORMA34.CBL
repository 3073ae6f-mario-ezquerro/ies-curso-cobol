           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL RETFPROV ASSIGN TO DISK RF-RETFPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-NUM
           FILE STATUS IS ERRORRT.
           SELECT OPTIONAL TRANSFER ASSIGN TO DISK "TRANSFER.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
      * Retencion de IRPF de cada factura de proveedor, que graba
      * FACPROV.CBL; se paga FP-TOTAL menos RT-IMPORTE.
       FD RETFPROV LABEL RECORD STANDARD.
       01 REG-RT.
           02 RT-NUM PIC 9(6).
           02 RT-PROVEEDOR PIC 9(3).
           02 RT-FECHA PIC 9(8).
           02 RT-TIPO PIC X.
              88 RT-PROFESIONAL VALUE "P".
              88 RT-ALQUILER VALUE "A".
           02 RT-PCT PIC 99V99.
           02 RT-BASE PIC 9(6)V99.
           02 RT-IMPORTE PIC 9(6)V99.
      * Fichero de transferencias para el banco (norma 34 de la
      * AEB): registros fijos de 162 posiciones con cabecera de
      * ordenante, un registro por transferencia y totales, el
       77 RF-EMPRESA PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-RETFPROV PIC X(42).
       77 ERRORFP PIC XX.
       77 ERRORRT PIC XX.
       77 HAYRET PIC X.
       77 NETOFP PIC 9(6)V99.
       77 ERROREMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
           OPEN I-O FACPROV
           OPEN INPUT PROVEE
           OPEN OUTPUT TRANSFER
           MOVE "N" TO HAYRET
           OPEN INPUT RETFPROV
           IF ERRORRT = "00"
              MOVE "S" TO HAYRET
           END-IF
           MOVE 0 TO CUANTASTRA
           MOVE 0 TO TOTALTRA
           PERFORM EscribirCabecera
           END-START
           PERFORM LeerPendiente UNTIL FIN = "S"
           PERFORM EscribirTotales
           IF HAYRET = "S"
              CLOSE RETFPROV
           END-IF
           CLOSE TRANSFER
           CLOSE PROVEE
           CLOSE FACPROV.
           END-READ.
       EscribirTransferencia.
           MOVE PR-CCC TO CCCPROVE
           PERFORM LeerRetencion
           MOVE NETOFP TO IMPORTETRA
           MOVE ORD-NIF TO TI-NIFORD
           MOVE FP-NUM TO TI-REFERENCIA
           MOVE PR-NOMBRE TO TI-NOMBRE
           MOVE "0956" TO TT-CODIGO
           COMPUTE TT-NREG = CUANTASTRA + 3
           WRITE REG-TRANSFER FROM TRATOT.

      ** Importe neto de la factura de proveedor leida: el total    **
      ** menos la retencion de IRPF apuntada en RETFPROV.DAT.       **

       LeerRetencion.
           MOVE FP-TOTAL TO NETOFP
           IF HAYRET = "S"
              MOVE FP-NUM TO RT-NUM
              READ RETFPROV
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RT-IMPORTE < FP-TOTAL
                       COMPUTE NETOFP = FP-TOTAL - RT-IMPORTE
                    END-IF
              END-READ
           END-IF.
       MostrarResumen.
           MOVE TOTALTRA TO L-TOTALTRA
           DISPLAY "TRANSFERENCIAS:" LINE 16 POSITION 17 REVERSE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-RETFPROV
           STRING RUTADATOS DELIMITED BY " "
                  "RETFPROV.DAT" DELIMITED BY SIZE
                  INTO RF-RETFPROV
           END-STRING.
