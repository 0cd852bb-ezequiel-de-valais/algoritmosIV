       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SUMAS-SALDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LIBRO-MAYOR-DYN
           ASSIGN TO DISK "Entrada/indexados/libroMayor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LMA-CLAVE OF REG-LIBRO-MAYOR
           ALTERNATE RECORD KEY IS LMA-CUENTA OF REG-LIBRO-MAYOR
              WITH DUPLICATES
           FILE STATUS IS FS-LIBRO-MAYOR.

       SELECT PLAN-CUENTAS-RND
           ASSIGN TO DISK "Entrada/indexados/planCuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCU-CUENTA OF REG-PLAN-CUENTAS
           FILE STATUS IS FS-PLAN-CUENTAS.

       SELECT LISTADO-BALANCE
           ASSIGN TO DISK "Salida/balanceSumasSaldos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD LIBRO-MAYOR-DYN
           LABEL RECORD IS STANDARD.
       01 REG-LIBRO-MAYOR.
           03 LMA-CLAVE.
               05  LMA-PERIODO   PIC 9(6).
               05  LMA-ORIGEN    PIC X(10).
               05  LMA-ASIENTO   PIC 9(5).
               05  LMA-RENGLON   PIC 9(3).
           03 LMA-CUENTA       PIC X(10).
           03 LMA-FECHA        PIC 9(8).
           03 LMA-NATURALEZA   PIC X.
               88 RENGLON-AL-DEBE      VALUE "D".
               88 RENGLON-AL-HABER     VALUE "H".
           03 LMA-IMPORTE      PIC 9(12)V99.
           03 LMA-LEYENDA      PIC X(30).
           03 LMA-FECHA-PASE   PIC 9(8).

       FD PLAN-CUENTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PLAN-CUENTAS.
           03 PCU-CUENTA       PIC X(10).
           03 PCU-DESCRIPCION  PIC X(30).
           03 PCU-TIPO         PIC X.
           03 PCU-ESTADO       PIC X.

       FD LISTADO-BALANCE
           LABEL RECORD IS STANDARD.
       01 LINEA-BALANCE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-LIBRO-MAYOR         PIC XX.
           88 EOF-LIBRO-MAYOR        VALUE "10".
       01 FS-PLAN-CUENTAS        PIC XX.
       01 FS-LISTADO             PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PLAN-DISP           PIC X VALUE "N".
           88 PLAN-DISPONIBLE         VALUE "S".

       01 WS-CUENTA-ANT          PIC X(10).
       01 WS-DESCRIPCION         PIC X(30).
       01 WS-CTA-DEBE            PIC 9(13)V99.
       01 WS-CTA-HABER           PIC 9(13)V99.
       01 WS-CTA-DEUDOR          PIC 9(13)V99.
       01 WS-CTA-ACREEDOR        PIC 9(13)V99.

       01 WS-TOT-DEBE            PIC 9(14)V99 VALUE ZEROES.
       01 WS-TOT-HABER           PIC 9(14)V99 VALUE ZEROES.
       01 WS-TOT-DEUDOR          PIC 9(14)V99 VALUE ZEROES.
       01 WS-TOT-ACREEDOR        PIC 9(14)V99 VALUE ZEROES.

       01 WS-DEBE-EDIT           PIC ZZZZZZZZZZZZ9,99.
       01 WS-HABER-EDIT          PIC ZZZZZZZZZZZZ9,99.
       01 WS-DEUDOR-EDIT         PIC ZZZZZZZZZZZZ9,99.
       01 WS-ACREEDOR-EDIT       PIC ZZZZZZZZZZZZ9,99.
       01 CANT-CUENTAS           PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           DISPLAY "BALANCE AL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-MAYOR.
           PERFORM EMITIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT LIBRO-MAYOR-DYN.
           IF FS-LIBRO-MAYOR <> "00"
               DISPLAY "ERROR AL ABRIR EL LIBRO MAYOR, FS="
                   FS-LIBRO-MAYOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PLAN-CUENTAS-RND.
           IF FS-PLAN-CUENTAS = "00"
               MOVE "S" TO WS-PLAN-DISP
           END-IF.
           OPEN OUTPUT LISTADO-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           STRING "BALANCE DE SUMAS Y SALDOS AL PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-BALANCE
           END-STRING.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           STRING "CUENTA     DESCRIPCION                   "
                      DELIMITED BY SIZE
                  "       SUMAS DEBE      SUMAS HABER"
                      DELIMITED BY SIZE
                  "     SALDO DEUDOR  SALDO ACREEDOR" DELIMITED BY SIZE
               INTO LINEA-BALANCE
           END-STRING.
           WRITE LINEA-BALANCE.

       CERRAR-ARCHIVOS.
           CLOSE LIBRO-MAYOR-DYN.
           IF PLAN-DISPONIBLE
               CLOSE PLAN-CUENTAS-RND
           END-IF.
           CLOSE LISTADO-BALANCE.

       *>
       *> RECORRIDO POR CUENTA: el mayor se lee por la clave
       *> alternativa de cuenta y se acumula todo lo asentado hasta
       *> el periodo pedido inclusive; los periodos posteriores se
       *> saltean.
       *>
       RECORRER-MAYOR.
           MOVE LOW-VALUES TO LMA-CUENTA OF REG-LIBRO-MAYOR.
           START LIBRO-MAYOR-DYN KEY IS NOT LESS THAN
               LMA-CUENTA OF REG-LIBRO-MAYOR
               INVALID KEY MOVE "10" TO FS-LIBRO-MAYOR
           END-START.
           IF FS-LIBRO-MAYOR = "00"
               PERFORM LEER-MAYOR
               IF NOT EOF-LIBRO-MAYOR
                   PERFORM INICIAR-CUENTA
               END-IF
               PERFORM ACUMULAR-RENGLON UNTIL EOF-LIBRO-MAYOR
               PERFORM EMITIR-CUENTA
           END-IF.

       LEER-MAYOR.
           READ LIBRO-MAYOR-DYN NEXT RECORD
               AT END MOVE "10" TO FS-LIBRO-MAYOR
           END-READ.

       INICIAR-CUENTA.
           MOVE LMA-CUENTA OF REG-LIBRO-MAYOR TO WS-CUENTA-ANT.
           MOVE ZEROES TO WS-CTA-DEBE.
           MOVE ZEROES TO WS-CTA-HABER.

       ACUMULAR-RENGLON.
           IF LMA-CUENTA OF REG-LIBRO-MAYOR NOT = WS-CUENTA-ANT
               PERFORM EMITIR-CUENTA
               PERFORM INICIAR-CUENTA
           END-IF.
           IF LMA-PERIODO OF REG-LIBRO-MAYOR NOT > WS-PERIODO
               IF RENGLON-AL-DEBE
                   ADD LMA-IMPORTE OF REG-LIBRO-MAYOR TO WS-CTA-DEBE
               ELSE
                   ADD LMA-IMPORTE OF REG-LIBRO-MAYOR TO WS-CTA-HABER
               END-IF
           END-IF.
           PERFORM LEER-MAYOR.

       *>
       *> una linea por cuenta con movimiento hasta el periodo: las
       *> sumas del debe y del haber y el saldo en la columna que
       *> corresponda.
       *>
       EMITIR-CUENTA.
           IF WS-CTA-DEBE > ZEROES OR WS-CTA-HABER > ZEROES
               ADD 1 TO CANT-CUENTAS
               MOVE ZEROES TO WS-CTA-DEUDOR
               MOVE ZEROES TO WS-CTA-ACREEDOR
               IF WS-CTA-DEBE > WS-CTA-HABER
                   COMPUTE WS-CTA-DEUDOR = WS-CTA-DEBE - WS-CTA-HABER
               ELSE
                   COMPUTE WS-CTA-ACREEDOR =
                       WS-CTA-HABER - WS-CTA-DEBE
               END-IF
               ADD WS-CTA-DEBE TO WS-TOT-DEBE
               ADD WS-CTA-HABER TO WS-TOT-HABER
               ADD WS-CTA-DEUDOR TO WS-TOT-DEUDOR
               ADD WS-CTA-ACREEDOR TO WS-TOT-ACREEDOR
               MOVE "CUENTA FUERA DEL PLAN" TO WS-DESCRIPCION
               IF PLAN-DISPONIBLE
                   MOVE WS-CUENTA-ANT TO PCU-CUENTA OF REG-PLAN-CUENTAS
                   READ PLAN-CUENTAS-RND
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PCU-DESCRIPCION OF REG-PLAN-CUENTAS
                               TO WS-DESCRIPCION
                   END-READ
               END-IF
               MOVE WS-CTA-DEBE TO WS-DEBE-EDIT
               MOVE WS-CTA-HABER TO WS-HABER-EDIT
               MOVE WS-CTA-DEUDOR TO WS-DEUDOR-EDIT
               MOVE WS-CTA-ACREEDOR TO WS-ACREEDOR-EDIT
               MOVE SPACES TO LINEA-BALANCE
               STRING WS-CUENTA-ANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DESCRIPCION DELIMITED BY SIZE
                      WS-DEBE-EDIT DELIMITED BY SIZE
                      WS-HABER-EDIT DELIMITED BY SIZE
                      WS-DEUDOR-EDIT DELIMITED BY SIZE
                      WS-ACREEDOR-EDIT DELIMITED BY SIZE
                   INTO LINEA-BALANCE
               END-STRING
               WRITE LINEA-BALANCE
           END-IF.

       EMITIR-TOTALES.
           MOVE WS-TOT-DEBE TO WS-DEBE-EDIT.
           MOVE WS-TOT-HABER TO WS-HABER-EDIT.
           MOVE WS-TOT-DEUDOR TO WS-DEUDOR-EDIT.
           MOVE WS-TOT-ACREEDOR TO WS-ACREEDOR-EDIT.
           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           STRING "TOTALES                                  "
                      DELIMITED BY SIZE
                  WS-DEBE-EDIT DELIMITED BY SIZE
                  WS-HABER-EDIT DELIMITED BY SIZE
                  WS-DEUDOR-EDIT DELIMITED BY SIZE
                  WS-ACREEDOR-EDIT DELIMITED BY SIZE
               INTO LINEA-BALANCE
           END-STRING.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           IF WS-TOT-DEBE = WS-TOT-HABER
              AND WS-TOT-DEUDOR = WS-TOT-ACREEDOR
               MOVE "BALANCE CUADRADO" TO LINEA-BALANCE
           ELSE
               MOVE "ATENCION: EL BALANCE NO CUADRA" TO LINEA-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE LINEA-BALANCE.
           DISPLAY "CUENTAS EN EL BALANCE: " CANT-CUENTAS.
