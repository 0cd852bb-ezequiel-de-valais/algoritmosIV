       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR-DE-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LIBRO-MAYOR-SEQ
           ASSIGN TO DISK "Entrada/indexados/libroMayor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

       SELECT ORDEN-MAYOR
           ASSIGN TO DISK "Entrada/indexados/mayorCuentas.wrk".

       SELECT LISTADO-MAYOR
           ASSIGN TO DISK "Salida/mayorCuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD LIBRO-MAYOR-SEQ
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

       SD ORDEN-MAYOR.
       01 REG-ORDEN-MAYOR.
           03 OMA-CUENTA       PIC X(10).
           03 OMA-PERIODO      PIC 9(6).
           03 OMA-FECHA        PIC 9(8).
           03 OMA-ORIGEN       PIC X(10).
           03 OMA-ASIENTO      PIC 9(5).
           03 OMA-NATURALEZA   PIC X.
           03 OMA-IMPORTE      PIC 9(12)V99.
           03 OMA-LEYENDA      PIC X(30).

       FD LISTADO-MAYOR
           LABEL RECORD IS STANDARD.
       01 LINEA-MAYOR            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-LIBRO-MAYOR         PIC XX.
           88 EOF-LIBRO-MAYOR        VALUE "10".
       01 FS-PLAN-CUENTAS        PIC XX.
       01 FS-ORDEN               PIC XX.
       01 FS-LISTADO             PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-CUENTA-PEDIDA       PIC X(10).
       01 WS-PLAN-DISP           PIC X VALUE "N".
           88 PLAN-DISPONIBLE         VALUE "S".

       01 WS-CUENTA-ANT          PIC X(10).
       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO      VALUE "S".
       01 WS-ANTERIOR-EMITIDO    PIC X.
           88 ANTERIOR-EMITIDO        VALUE "S".
       01 WS-DESCRIPCION         PIC X(30).

       01 WS-SALDO               PIC S9(13)V99.
       01 WS-MES-DEBE            PIC 9(13)V99.
       01 WS-MES-HABER           PIC 9(13)V99.
       01 WS-TOT-DEBE            PIC 9(13)V99 VALUE ZEROES.
       01 WS-TOT-HABER           PIC 9(13)V99 VALUE ZEROES.
       01 WS-DEBE-LINEA          PIC 9(12)V99.
       01 WS-HABER-LINEA         PIC 9(12)V99.

       01 WS-DEBE-EDIT           PIC ZZZZZZZZZZZ9,99.
       01 WS-HABER-EDIT          PIC ZZZZZZZZZZZ9,99.
       01 WS-SALDO-EDIT          PIC -ZZZZZZZZZZZ9,99.
       01 CANT-CUENTAS           PIC 9(5) VALUE ZEROES.
       01 CANT-MOVIMIENTOS       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           DISPLAY "PERIODO DEL MAYOR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "CUENTA (ENTER PARA TODAS): ".
           ACCEPT WS-CUENTA-PEDIDA.
           SORT ORDEN-MAYOR
               ON ASCENDING KEY OMA-CUENTA
               ON ASCENDING KEY OMA-PERIODO
               ON ASCENDING KEY OMA-FECHA
               ON ASCENDING KEY OMA-ORIGEN
               ON ASCENDING KEY OMA-ASIENTO
               INPUT PROCEDURE IS SELECCIONAR-RENGLONES
               OUTPUT PROCEDURE IS EMITIR-MAYOR.
           GOBACK.

       *>
       *> SELECCION: todo lo asentado por PASE-AL-MAYOR hasta el
       *> periodo pedido inclusive; lo anterior al periodo arma el
       *> saldo de arranque de cada cuenta.
       *>
       SELECCIONAR-RENGLONES.
           OPEN INPUT LIBRO-MAYOR-SEQ.
           IF FS-LIBRO-MAYOR <> "00"
               DISPLAY "ERROR AL ABRIR EL LIBRO MAYOR, FS="
                   FS-LIBRO-MAYOR
               STOP RUN
           END-IF.
           READ LIBRO-MAYOR-SEQ
               AT END MOVE "10" TO FS-LIBRO-MAYOR
           END-READ.
           PERFORM FILTRAR-RENGLON UNTIL EOF-LIBRO-MAYOR.
           CLOSE LIBRO-MAYOR-SEQ.

       FILTRAR-RENGLON.
           IF LMA-PERIODO OF REG-LIBRO-MAYOR NOT > WS-PERIODO
              AND (WS-CUENTA-PEDIDA = SPACES
                   OR LMA-CUENTA OF REG-LIBRO-MAYOR = WS-CUENTA-PEDIDA)
               MOVE LMA-CUENTA OF REG-LIBRO-MAYOR TO OMA-CUENTA
               MOVE LMA-PERIODO OF REG-LIBRO-MAYOR TO OMA-PERIODO
               MOVE LMA-FECHA OF REG-LIBRO-MAYOR TO OMA-FECHA
               MOVE LMA-ORIGEN OF REG-LIBRO-MAYOR TO OMA-ORIGEN
               MOVE LMA-ASIENTO OF REG-LIBRO-MAYOR TO OMA-ASIENTO
               MOVE LMA-NATURALEZA OF REG-LIBRO-MAYOR TO
                   OMA-NATURALEZA
               MOVE LMA-IMPORTE OF REG-LIBRO-MAYOR TO OMA-IMPORTE
               MOVE LMA-LEYENDA OF REG-LIBRO-MAYOR TO OMA-LEYENDA
               RELEASE REG-ORDEN-MAYOR
           END-IF.
           READ LIBRO-MAYOR-SEQ
               AT END MOVE "10" TO FS-LIBRO-MAYOR
           END-READ.

       *>
       *> MAYOR: por cuenta, el saldo anterior al periodo, cada
       *> movimiento del periodo con su saldo corrido y el saldo
       *> final. Saldo positivo deudor, negativo acreedor.
       *>
       EMITIR-MAYOR.
           OPEN INPUT PLAN-CUENTAS-RND.
           IF FS-PLAN-CUENTAS = "00"
               MOVE "S" TO WS-PLAN-DISP
           END-IF.
           OPEN OUTPUT LISTADO-MAYOR.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "MAYOR DE CUENTAS - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.
           RETURN ORDEN-MAYOR
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM LISTAR-RENGLON UNTIL FS-ORDEN = "10".
           IF NOT ES-PRIMER-REGISTRO
               PERFORM CERRAR-CUENTA
           END-IF.
           MOVE WS-TOT-DEBE TO WS-DEBE-EDIT.
           MOVE WS-TOT-HABER TO WS-HABER-EDIT.
           MOVE SPACES TO LINEA-MAYOR.
           WRITE LINEA-MAYOR.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "TOTAL MOVIMIENTOS DEL PERIODO DEBE "
                      DELIMITED BY SIZE
                  WS-DEBE-EDIT DELIMITED BY SIZE
                  " HABER " DELIMITED BY SIZE
                  WS-HABER-EDIT DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.
           CLOSE LISTADO-MAYOR.
           IF PLAN-DISPONIBLE
               CLOSE PLAN-CUENTAS-RND
           END-IF.
           DISPLAY "CUENTAS LISTADAS: " CANT-CUENTAS.
           DISPLAY "MOVIMIENTOS DEL PERIODO: " CANT-MOVIMIENTOS.

       LISTAR-RENGLON.
           IF ES-PRIMER-REGISTRO
               MOVE "N" TO WS-PRIMER-REGISTRO
               PERFORM ABRIR-CUENTA
           END-IF.
           IF OMA-CUENTA NOT = WS-CUENTA-ANT
               PERFORM CERRAR-CUENTA
               PERFORM ABRIR-CUENTA
           END-IF.
           IF OMA-PERIODO < WS-PERIODO
               IF OMA-NATURALEZA = "D"
                   ADD OMA-IMPORTE TO WS-SALDO
               ELSE
                   SUBTRACT OMA-IMPORTE FROM WS-SALDO
               END-IF
           ELSE
               IF NOT ANTERIOR-EMITIDO
                   PERFORM EMITIR-SALDO-ANTERIOR
               END-IF
               PERFORM EMITIR-MOVIMIENTO
           END-IF.
           RETURN ORDEN-MAYOR
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       ABRIR-CUENTA.
           MOVE OMA-CUENTA TO WS-CUENTA-ANT.
           MOVE ZEROES TO WS-SALDO.
           MOVE ZEROES TO WS-MES-DEBE.
           MOVE ZEROES TO WS-MES-HABER.
           MOVE "N" TO WS-ANTERIOR-EMITIDO.
           ADD 1 TO CANT-CUENTAS.
           MOVE "CUENTA FUERA DEL PLAN" TO WS-DESCRIPCION.
           IF PLAN-DISPONIBLE
               MOVE OMA-CUENTA TO PCU-CUENTA OF REG-PLAN-CUENTAS
               READ PLAN-CUENTAS-RND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PCU-DESCRIPCION OF REG-PLAN-CUENTAS TO
                           WS-DESCRIPCION
               END-READ
           END-IF.

       EMITIR-SALDO-ANTERIOR.
           MOVE "S" TO WS-ANTERIOR-EMITIDO.
           MOVE SPACES TO LINEA-MAYOR.
           WRITE LINEA-MAYOR.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "CUENTA " DELIMITED BY SIZE
                  WS-CUENTA-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPCION DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "    SALDO ANTERIOR " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.

       EMITIR-MOVIMIENTO.
           ADD 1 TO CANT-MOVIMIENTOS.
           MOVE ZEROES TO WS-DEBE-LINEA.
           MOVE ZEROES TO WS-HABER-LINEA.
           IF OMA-NATURALEZA = "D"
               MOVE OMA-IMPORTE TO WS-DEBE-LINEA
               ADD OMA-IMPORTE TO WS-SALDO
               ADD OMA-IMPORTE TO WS-MES-DEBE
           ELSE
               MOVE OMA-IMPORTE TO WS-HABER-LINEA
               SUBTRACT OMA-IMPORTE FROM WS-SALDO
               ADD OMA-IMPORTE TO WS-MES-HABER
           END-IF.
           MOVE WS-DEBE-LINEA TO WS-DEBE-EDIT.
           MOVE WS-HABER-LINEA TO WS-HABER-EDIT.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "    " DELIMITED BY SIZE
                  OMA-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OMA-ORIGEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OMA-ASIENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OMA-LEYENDA DELIMITED BY SIZE
                  WS-DEBE-EDIT DELIMITED BY SIZE
                  WS-HABER-EDIT DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.

       *>
       *> una cuenta sin movimientos en el periodo igual se lista
       *> con su saldo anterior, que pasa a ser el saldo final.
       *>
       CERRAR-CUENTA.
           IF NOT ANTERIOR-EMITIDO
               PERFORM EMITIR-SALDO-ANTERIOR
           END-IF.
           ADD WS-MES-DEBE TO WS-TOT-DEBE.
           ADD WS-MES-HABER TO WS-TOT-HABER.
           MOVE WS-MES-DEBE TO WS-DEBE-EDIT.
           MOVE WS-MES-HABER TO WS-HABER-EDIT.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO LINEA-MAYOR.
           STRING "    TOTAL DEL PERIODO DEBE " DELIMITED BY SIZE
                  WS-DEBE-EDIT DELIMITED BY SIZE
                  " HABER " DELIMITED BY SIZE
                  WS-HABER-EDIT DELIMITED BY SIZE
                  "  SALDO FINAL " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-MAYOR
           END-STRING.
           WRITE LINEA-MAYOR.
