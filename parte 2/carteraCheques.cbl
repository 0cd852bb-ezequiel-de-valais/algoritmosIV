       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA-DE-CHEQUES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHEQUES-SEQ
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT ORDEN-CARTERA
           ASSIGN TO DISK "Entrada/indexados/carteraCheques.wrk".

       SELECT REPORTE-CARTERA
           ASSIGN TO DISK "Salida/carteraCheques.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD CHEQUES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-CHEQUES.
           03 CHQ-RECIBO       PIC X(8).
           03 CHQ-NRO-DOC      PIC X(20).
           03 CHQ-BANCO        PIC X(20).
           03 CHQ-NUMERO       PIC X(10).
           03 CHQ-LIBRADOR     PIC X(30).
           03 CHQ-FECHA-RECIBIDO PIC 9(8).
           03 CHQ-FECHA-DIFERIDA PIC 9(8).
           03 CHQ-IMPORTE      PIC 9(9)V99.
           03 CHQ-ESTADO       PIC X.
               88 CHEQUE-EN-CARTERA    VALUE "C".
               88 CHEQUE-DEPOSITADO    VALUE "D".
               88 CHEQUE-RECHAZADO     VALUE "R".
           03 CHQ-FECHA-DEPOSITO PIC 9(8).
           03 CHQ-FECHA-RECHAZO  PIC 9(8).
           03 CHQ-MOTIVO-RECHAZO PIC X(20).
           03 CHQ-GASTO-RECHAZO  PIC 9(9)V99.
           03 CHQ-NOTA-DEBITO    PIC 9(8).
           03 CHQ-TOTAL-NOTA     PIC 9(9)V99.

       SD ORDEN-CARTERA.
       01 REG-ORDEN-CARTERA.
           03  ORD-FECHA-DIFERIDA  PIC 9(8).
           03  ORD-RECIBO          PIC X(8).
           03  ORD-NRO-DOC         PIC X(20).
           03  ORD-BANCO           PIC X(20).
           03  ORD-NUMERO          PIC X(10).
           03  ORD-IMPORTE         PIC 9(9)V99.
           03  ORD-DIAS            PIC 9(4).
           03  ORD-BALDE           PIC 9.

       FD REPORTE-CARTERA
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-CHEQUES             PIC XX.
           88 EOF-CHEQUES            VALUE "10".
       01 FS-ORDEN               PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-DIAS-A-DEPOSITO     PIC 9(4).
       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           03 WS-CUR-MM          PIC 9(2).
           03 WS-CUR-DD          PIC 9(2).
       01 WS-CUR-DIAS-MES        PIC 99.
       01 WS-CUR-RESTO-AUX       PIC 9(6).
       01 WS-CUR-RESTO-400       PIC 999.
       01 WS-CUR-RESTO-100       PIC 999.
       01 WS-CUR-RESTO-4         PIC 9.

       *>
       *> baldes por fecha de deposito: 0 = ya se puede depositar,
       *> 1 = vence en 1-30 dias, 2 = 31-60, 3 = 61-90 y 4 = mas de
       *> 90. Los rechazados no estan en cartera pero se informan al
       *> pie porque siguen siendo plata a recuperar del cliente.
       *>
       01 WS-TOTAL-BALDE-0       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-BALDE-1       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-BALDE-2       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-BALDE-3       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-BALDE-4       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-CARTERA       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-RECHAZADOS    PIC 9(11)V99 VALUE ZEROES.
       01 CANT-BALDE-0           PIC 9(5) VALUE ZEROES.
       01 CANT-BALDE-1           PIC 9(5) VALUE ZEROES.
       01 CANT-BALDE-2           PIC 9(5) VALUE ZEROES.
       01 CANT-BALDE-3           PIC 9(5) VALUE ZEROES.
       01 CANT-BALDE-4           PIC 9(5) VALUE ZEROES.
       01 CANT-CARTERA           PIC 9(5) VALUE ZEROES.
       01 CANT-RECHAZADOS        PIC 9(5) VALUE ZEROES.

       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZ9,99.
       01 WS-DIAS-EDIT           PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           SORT ORDEN-CARTERA
               ON ASCENDING KEY ORD-FECHA-DIFERIDA
               ON ASCENDING KEY ORD-RECIBO
               INPUT PROCEDURE IS SELECCIONAR-CARTERA
               OUTPUT PROCEDURE IS EMITIR-CARTERA.
           GOBACK.

       SELECCIONAR-CARTERA.
           OPEN INPUT CHEQUES-SEQ.
           IF FS-CHEQUES <> "00"
               DISPLAY "ERROR AL ABRIR CHEQUESCARTERA.DAT, FS="
                   FS-CHEQUES
               MOVE 8 TO RETURN-CODE
           ELSE
               READ CHEQUES-SEQ
                   AT END MOVE "10" TO FS-CHEQUES
               END-READ
               PERFORM FILTRAR-CHEQUE UNTIL EOF-CHEQUES
               CLOSE CHEQUES-SEQ
           END-IF.

       FILTRAR-CHEQUE.
           IF CHEQUE-RECHAZADO
               ADD 1 TO CANT-RECHAZADOS
               ADD CHQ-IMPORTE OF REG-CHEQUES TO WS-TOTAL-RECHAZADOS
           END-IF.
           IF CHEQUE-EN-CARTERA
               PERFORM CALCULAR-DIAS-A-DEPOSITO
               MOVE CHQ-FECHA-DIFERIDA OF REG-CHEQUES TO
                   ORD-FECHA-DIFERIDA
               MOVE CHQ-RECIBO OF REG-CHEQUES TO ORD-RECIBO
               MOVE CHQ-NRO-DOC OF REG-CHEQUES TO ORD-NRO-DOC
               MOVE CHQ-BANCO OF REG-CHEQUES TO ORD-BANCO
               MOVE CHQ-NUMERO OF REG-CHEQUES TO ORD-NUMERO
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO ORD-IMPORTE
               MOVE WS-DIAS-A-DEPOSITO TO ORD-DIAS
               EVALUATE TRUE
                   WHEN WS-DIAS-A-DEPOSITO = 0 MOVE 0 TO ORD-BALDE
                   WHEN WS-DIAS-A-DEPOSITO <= 30 MOVE 1 TO ORD-BALDE
                   WHEN WS-DIAS-A-DEPOSITO <= 60 MOVE 2 TO ORD-BALDE
                   WHEN WS-DIAS-A-DEPOSITO <= 90 MOVE 3 TO ORD-BALDE
                   WHEN OTHER MOVE 4 TO ORD-BALDE
               END-EVALUATE
               RELEASE REG-ORDEN-CARTERA
           END-IF.
           READ CHEQUES-SEQ
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       *>
       *> dias que faltan desde la fecha de proceso hasta la fecha
       *> diferida del cheque, avanzando de a un dia con tope en 95.
       *> Un cheque con fecha ya cumplida da cero: esta al cobro.
       *>
       CALCULAR-DIAS-A-DEPOSITO.
           MOVE ZEROES TO WS-DIAS-A-DEPOSITO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CARTERA
               UNTIL WS-FECHA-CURSOR >=
                   CHQ-FECHA-DIFERIDA OF REG-CHEQUES
               OR WS-DIAS-A-DEPOSITO > 95.

       SUMAR-DIA-CARTERA.
           ADD 1 TO WS-CUR-DD.
           EVALUATE WS-CUR-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CUR-DIAS-MES
               WHEN 2
                   DIVIDE WS-CUR-AAAA BY 400
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-400
                   DIVIDE WS-CUR-AAAA BY 100
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-100
                   DIVIDE WS-CUR-AAAA BY 4
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-4
                   IF WS-CUR-RESTO-400 = 0
                      OR (WS-CUR-RESTO-4 = 0
                          AND WS-CUR-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-CUR-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-CUR-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CUR-DIAS-MES
           END-EVALUATE.
           IF WS-CUR-DD > WS-CUR-DIAS-MES
               MOVE 1 TO WS-CUR-DD
               ADD 1 TO WS-CUR-MM
               IF WS-CUR-MM > 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-AAAA
               END-IF
           END-IF.
           ADD 1 TO WS-DIAS-A-DEPOSITO.

       EMITIR-CARTERA.
           OPEN OUTPUT REPORTE-CARTERA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CARTERA DE CHEQUES DIFERIDOS AL "
                      DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DIFERIDO RECIBO   CLIENTE              "
                      DELIMITED BY SIZE
                  "BANCO                NUMERO     "
                      DELIMITED BY SIZE
                  "DIAS        IMPORTE" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-CARTERA
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-CHEQUE UNTIL FS-ORDEN = "10".
           PERFORM EMITIR-RESUMEN-CARTERA.
           CLOSE REPORTE-CARTERA.

       ACUMULAR-CHEQUE.
           ADD 1 TO CANT-CARTERA.
           ADD ORD-IMPORTE TO WS-TOTAL-CARTERA.
           EVALUATE ORD-BALDE
               WHEN 0
                   ADD ORD-IMPORTE TO WS-TOTAL-BALDE-0
                   ADD 1 TO CANT-BALDE-0
               WHEN 1
                   ADD ORD-IMPORTE TO WS-TOTAL-BALDE-1
                   ADD 1 TO CANT-BALDE-1
               WHEN 2
                   ADD ORD-IMPORTE TO WS-TOTAL-BALDE-2
                   ADD 1 TO CANT-BALDE-2
               WHEN 3
                   ADD ORD-IMPORTE TO WS-TOTAL-BALDE-3
                   ADD 1 TO CANT-BALDE-3
               WHEN 4
                   ADD ORD-IMPORTE TO WS-TOTAL-BALDE-4
                   ADD 1 TO CANT-BALDE-4
           END-EVALUATE.
           PERFORM EMITIR-DETALLE-CHEQUE.
           RETURN ORDEN-CARTERA
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-DETALLE-CHEQUE.
           MOVE ORD-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE ORD-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING ORD-FECHA-DIFERIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-RECIBO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-NRO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-RESUMEN-CARTERA.
           MOVE "RESUMEN POR FECHA DE DEPOSITO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-BALDE-0 TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AL COBRO:   " DELIMITED BY SIZE
                  CANT-BALDE-0 DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-BALDE-1 TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "1-30 DIAS:  " DELIMITED BY SIZE
                  CANT-BALDE-1 DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-BALDE-2 TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "31-60 DIAS: " DELIMITED BY SIZE
                  CANT-BALDE-2 DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-BALDE-3 TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "61-90 DIAS: " DELIMITED BY SIZE
                  CANT-BALDE-3 DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-BALDE-4 TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MAS DE 90:  " DELIMITED BY SIZE
                  CANT-BALDE-4 DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-CARTERA TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EN CARTERA: " DELIMITED BY SIZE
                  CANT-CARTERA DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-RECHAZADOS TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECHAZADOS: " DELIMITED BY SIZE
                  CANT-RECHAZADOS DELIMITED BY SIZE
                  " CHEQUES  TOTAL " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
