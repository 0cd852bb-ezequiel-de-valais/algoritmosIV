       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITO-DE-CHEQUES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHEQUES-DYN
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT LISTADO-DEPOSITO
           ASSIGN TO DISK "Salida/chequesADepositar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD CHEQUES-DYN
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

       FD LISTADO-DEPOSITO
           LABEL RECORD IS STANDARD.
       01 LINEA-LISTADO          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-CHEQUES             PIC XX.
           88 EOF-CHEQUES            VALUE "10".
       01 FS-LISTADO             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "DEPOSITO-CHEQUES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-DEPOSITO      PIC 9(8).
       01 WS-MODO                PIC X.
           88 MODO-DEPOSITO          VALUE "D" "d".
       01 WS-CONFIRMACION        PIC X.

       01 WS-TOTAL-LISTADO       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-DEPOSITADO    PIC 9(11)V99 VALUE ZEROES.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.
       01 CANT-LISTADOS          PIC 9(5) VALUE ZEROES.
       01 CANT-DEPOSITADOS       PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "FECHA DE DEPOSITO (AAAAMMDD, ENTER = HOY): ".
           MOVE ZEROES TO WS-FECHA-DEPOSITO.
           ACCEPT WS-FECHA-DEPOSITO.
           IF WS-FECHA-DEPOSITO = ZEROES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-DEPOSITO
           END-IF.
           DISPLAY "L=SOLO LISTADO, D=LISTADO Y DEPOSITO: ".
           ACCEPT WS-MODO.
           IF MODO-DEPOSITO
               MOVE WS-FECHA-DEPOSITO TO WS-PC-FECHA
               CALL "periodocerrado" USING WS-PC-FECHA,
                   WS-PC-RESULTADO
               IF WS-PC-RESULTADO = "C"
                   DISPLAY "LA FECHA DE DEPOSITO CAE EN UN PERIODO "
                       "CERRADO, NO SE DEPOSITA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-CARTERA.
           IF MODO-DEPOSITO AND CANT-LISTADOS > ZEROES
               MOVE WS-TOTAL-LISTADO TO WS-IMPORTE-EDIT
               DISPLAY "CONFIRMA EL DEPOSITO DE " CANT-LISTADOS
                   " CHEQUES POR " WS-IMPORTE-EDIT " (S/N): "
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                   PERFORM DEPOSITAR-CARTERA
               ELSE
                   DISPLAY "DEPOSITO CANCELADO, QUEDA EL LISTADO"
               END-IF
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "CHEQUES A DEPOSITAR: " CANT-LISTADOS.
           DISPLAY "CHEQUES DEPOSITADOS: " CANT-DEPOSITADOS.
           GOBACK.

       ABRIR-ARCHIVOS.
           IF MODO-DEPOSITO
               OPEN I-O CHEQUES-DYN
           ELSE
               OPEN INPUT CHEQUES-DYN
           END-IF.
           IF FS-CHEQUES <> "00"
               DISPLAY "ERROR AL ABRIR LA CARTERA DE CHEQUES, FS="
                   FS-CHEQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LISTADO-DEPOSITO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CHEQUES A DEPOSITAR AL " DELIMITED BY SIZE
                  WS-FECHA-DEPOSITO DELIMITED BY SIZE
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       CERRAR-ARCHIVOS.
           MOVE WS-TOTAL-LISTADO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL A DEPOSITAR " DELIMITED BY SIZE
                  CANT-LISTADOS DELIMITED BY SIZE
                  " CHEQUES " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           IF CANT-DEPOSITADOS > ZEROES
               MOVE WS-TOTAL-DEPOSITADO TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-LISTADO
               STRING "BOLETA DE DEPOSITO DEL " DELIMITED BY SIZE
                      WS-FECHA-DEPOSITO DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      CANT-DEPOSITADOS DELIMITED BY SIZE
                      " CHEQUES " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-LISTADO
               END-STRING
               WRITE LINEA-LISTADO
           END-IF.
           CLOSE CHEQUES-DYN.
           CLOSE LISTADO-DEPOSITO.

       *>
       *> CHEQUES A DEPOSITAR: los que estan en cartera con fecha
       *> de pago cumplida a la fecha de deposito; los diferidos a
       *> futuro siguen en cartera y los lista CARTERA-DE-CHEQUES
       *> por antiguedad.
       *>
       RECORRER-CARTERA.
           MOVE LOW-VALUES TO CHQ-RECIBO OF REG-CHEQUES.
           START CHEQUES-DYN KEY IS NOT LESS THAN
               CHQ-RECIBO OF REG-CHEQUES
               INVALID KEY MOVE "10" TO FS-CHEQUES
           END-START.
           IF FS-CHEQUES = "00"
               PERFORM LEER-CHEQUE
               PERFORM LISTAR-SI-DEPOSITABLE UNTIL EOF-CHEQUES
           END-IF.

       LEER-CHEQUE.
           READ CHEQUES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       LISTAR-SI-DEPOSITABLE.
           IF CHEQUE-EN-CARTERA
              AND CHQ-FECHA-DIFERIDA OF REG-CHEQUES NOT >
                  WS-FECHA-DEPOSITO
               ADD 1 TO CANT-LISTADOS
               ADD CHQ-IMPORTE OF REG-CHEQUES TO WS-TOTAL-LISTADO
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-LISTADO
               STRING "RECIBO " DELIMITED BY SIZE
                      CHQ-RECIBO OF REG-CHEQUES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CHQ-BANCO OF REG-CHEQUES DELIMITED BY SIZE
                      " NRO " DELIMITED BY SIZE
                      CHQ-NUMERO OF REG-CHEQUES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CHQ-LIBRADOR OF REG-CHEQUES DELIMITED BY SIZE
                      " PAGO " DELIMITED BY SIZE
                      CHQ-FECHA-DIFERIDA OF REG-CHEQUES
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-LISTADO
               END-STRING
               WRITE LINEA-LISTADO
           END-IF.
           PERFORM LEER-CHEQUE.

       *>
       *> DEPOSITO: una segunda pasada marca depositados los mismos
       *> cheques del listado con la fecha de la boleta; esa fecha
       *> es la que usa PASE-AL-MAYOR para pasarlos de valores en
       *> cartera al banco.
       *>
       DEPOSITAR-CARTERA.
           MOVE LOW-VALUES TO CHQ-RECIBO OF REG-CHEQUES.
           START CHEQUES-DYN KEY IS NOT LESS THAN
               CHQ-RECIBO OF REG-CHEQUES
               INVALID KEY MOVE "10" TO FS-CHEQUES
           END-START.
           IF FS-CHEQUES = "00"
               PERFORM LEER-CHEQUE
               PERFORM DEPOSITAR-SI-CORRESPONDE UNTIL EOF-CHEQUES
           END-IF.

       DEPOSITAR-SI-CORRESPONDE.
           IF CHEQUE-EN-CARTERA
              AND CHQ-FECHA-DIFERIDA OF REG-CHEQUES NOT >
                  WS-FECHA-DEPOSITO
               MOVE "D" TO CHQ-ESTADO OF REG-CHEQUES
               MOVE WS-FECHA-DEPOSITO TO
                   CHQ-FECHA-DEPOSITO OF REG-CHEQUES
               REWRITE REG-CHEQUES
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR DEPOSITADO EL RECIBO "
                           CHQ-RECIBO OF REG-CHEQUES
                   NOT INVALID KEY
                       ADD 1 TO CANT-DEPOSITADOS
                       ADD CHQ-IMPORTE OF REG-CHEQUES TO
                           WS-TOTAL-DEPOSITADO
               END-REWRITE
           END-IF.
           PERFORM LEER-CHEQUE.
