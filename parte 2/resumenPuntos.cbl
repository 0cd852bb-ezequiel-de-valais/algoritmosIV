       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-DE-PUNTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PUNTOS-RND
           ASSIGN TO DISK "Entrada/indexados/puntos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTS-NUMERO OF REG-PUNTOS
           ALTERNATE RECORD KEY IS PTS-CLI-NUMERO OF REG-PUNTOS
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS PTS-REFERENCIA OF REG-PUNTOS
              WITH DUPLICATES
           FILE STATUS IS FS-PUNTOS.

       SELECT CONTROL-PUNTOS
           ASSIGN TO DISK "Entrada/indexados/controlPuntos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-PUNTOS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT REPORTE-PUNTOS
           ASSIGN TO DISK "Salida/resumenPuntos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD PUNTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PUNTOS.
           03 PTS-NUMERO       PIC 9(8).
           03 PTS-CLI-NUMERO   PIC X(8).
           03 PTS-FECHA        PIC 9(8).
           03 PTS-TIPO         PIC X.
               88 PUNTOS-GANADOS       VALUE "G".
               88 PUNTOS-DEVUELTOS     VALUE "D".
               88 PUNTOS-CANJEADOS     VALUE "C".
               88 PUNTOS-VENCIDOS      VALUE "V".
               88 PUNTOS-ANULADOS      VALUE "A".
           03 PTS-PUNTOS       PIC 9(7).
           03 PTS-SALDO        PIC 9(7).
           03 PTS-VENCIMIENTO  PIC 9(8).
           03 PTS-REFERENCIA   PIC X(14).
           03 PTS-IMPORTE      PIC 9(9)V99.

       FD CONTROL-PUNTOS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-PUNTOS.
           03 CTP-PROXIMO-NUMERO PIC 9(8).

       FD CLIENTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CLIENTES-RND.
           03  CLI-NUMERO      PIC X(8).
           03  CLI-ALTA        PIC 9(8).
           03  CLI-TELEF       PIC X(20).
           03  CLI-DIRECCION   PIC X(30).
           03  CLI-NRO-DOC     PIC X(20).
           03  CLI-ESTADO-PAGO PIC X(01).
           03  CLI-NOMBRE      PIC X(30).

       FD REPORTE-PUNTOS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-PUNTOS              PIC XX.
           88 EOF-PUNTOS             VALUE "10".
       01 FS-CONTROL-PUNTOS      PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "RESUMEN-PUNTOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).
       01 WS-INICIO-PERIODO      PIC 9(8).
       01 WS-FIN-PERIODO         PIC 9(8).

       01 WS-PTS-NUMERO          PIC 9(8).
       01 WS-ACREDITACION        PIC X(71).
       01 WS-NUMERO-ORIGEN       PIC 9(8).
       01 WS-PUNTOS-A-VENCER     PIC 9(7).
       01 WS-CLI-NUMERO-ORIGEN   PIC X(8).
       01 WS-VENCIMIENTO-ORIGEN  PIC 9(8).

       01 WS-CLIENTE-ACTUAL      PIC X(8).
       01 WS-ENCABEZADO-CLIENTE  PIC X.
           88 ENCABEZADO-IMPRESO     VALUE "S".
       01 WS-SALDO-ANTERIOR      PIC S9(8).
       01 WS-ACREDITADOS         PIC 9(8).
       01 WS-CANJEADOS           PIC 9(8).
       01 WS-VENCIDOS            PIC 9(8).
       01 WS-ANULADOS            PIC 9(8).
       01 WS-SALDO-FINAL         PIC S9(8).
       01 WS-MOVIMIENTO-EDIT     PIC X(12).
       01 WS-PUNTOS-EDIT         PIC ZZZZZZ9.
       01 WS-SALDO-EDIT          PIC -ZZZZZZ9.
       01 WS-ANTERIOR-EDIT       PIC -ZZZZZZ9.
       01 WS-ACRED-EDIT          PIC ZZZZZZ9.
       01 WS-CANJE-EDIT          PIC ZZZZZZ9.
       01 WS-VENC-EDIT           PIC ZZZZZZ9.
       01 WS-ANUL-EDIT           PIC ZZZZZZ9.

       01 CANT-VENCIMIENTOS      PIC 9(5) VALUE ZEROES.
       01 CANT-CLIENTES          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PERIODO DEL RESUMEN (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-FECHA-AUX-AAAAMM.
           MOVE 1 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-INICIO-PERIODO.
           MOVE 31 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-FIN-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM VENCER-PUNTOS.
           PERFORM EMITIR-RESUMENES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "ACREDITACIONES VENCIDAS: " CANT-VENCIMIENTOS.
           DISPLAY "CLIENTES EN EL RESUMEN: " CANT-CLIENTES.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O PUNTOS-RND.
           IF FS-PUNTOS <> "00"
               DISPLAY "ERROR AL ABRIR PUNTOS.DAT, FS=" FS-PUNTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES-RND.
           OPEN OUTPUT REPORTE-PUNTOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESUMEN DE PUNTOS DEL CLIENTE FRECUENTE - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE PUNTOS-RND.
           IF FS-CLIENTES = "00"
               CLOSE CLIENTES-RND
           END-IF.
           CLOSE REPORTE-PUNTOS.

       *>
       *> VENCIMIENTO: toda acreditacion (ganada o devuelta) con
       *> saldo sin usar y vencimiento hasta el fin del periodo se da
       *> de baja con un movimiento "V" por ese saldo. La fecha del
       *> movimiento es el vencimiento si cae en el periodo y el
       *> primer dia del periodo para las atrasadas, asi el resumen
       *> del mes las muestra. Como el saldo queda en cero, correr
       *> el proceso dos veces no vence nada de nuevo.
       *>
       VENCER-PUNTOS.
           MOVE ZEROES TO PTS-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS NOT LESS THAN
               PTS-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM EXAMINAR-ACREDITACION UNTIL EOF-PUNTOS
           END-IF.
           MOVE "00" TO FS-PUNTOS.

       LEER-PUNTOS.
           READ PUNTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PUNTOS
           END-READ.

       EXAMINAR-ACREDITACION.
           IF (PUNTOS-GANADOS OR PUNTOS-DEVUELTOS)
              AND PTS-SALDO OF REG-PUNTOS > ZEROES
              AND PTS-VENCIMIENTO OF REG-PUNTOS <= WS-FIN-PERIODO
               PERFORM DAR-DE-BAJA-ACREDITACION
           ELSE
               PERFORM LEER-PUNTOS
           END-IF.

       *>
       *> se reescribe la acreditacion, se graba el vencido y se
       *> reposiciona el recorrido despues de la acreditacion, para
       *> que la alta del movimiento nuevo no mueva la lectura.
       *>
       DAR-DE-BAJA-ACREDITACION.
           MOVE PTS-NUMERO OF REG-PUNTOS TO WS-NUMERO-ORIGEN.
           MOVE PTS-SALDO OF REG-PUNTOS TO WS-PUNTOS-A-VENCER.
           MOVE PTS-CLI-NUMERO OF REG-PUNTOS TO WS-CLI-NUMERO-ORIGEN.
           MOVE PTS-VENCIMIENTO OF REG-PUNTOS TO
               WS-VENCIMIENTO-ORIGEN.
           MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS.
           REWRITE REG-PUNTOS
               INVALID KEY
                   DISPLAY "ERROR AL VENCER EL MOVIMIENTO "
                       WS-NUMERO-ORIGEN
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM GRABAR-VENCIMIENTO
           END-REWRITE.
           MOVE WS-NUMERO-ORIGEN TO PTS-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS GREATER THAN
               PTS-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
           END-IF.

       GRABAR-VENCIMIENTO.
           MOVE WS-CLI-NUMERO-ORIGEN TO PTS-CLI-NUMERO OF REG-PUNTOS.
           MOVE WS-VENCIMIENTO-ORIGEN TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               MOVE WS-VENCIMIENTO-ORIGEN TO PTS-FECHA OF REG-PUNTOS
           ELSE
               MOVE WS-INICIO-PERIODO TO PTS-FECHA OF REG-PUNTOS
           END-IF.
           MOVE "V" TO PTS-TIPO OF REG-PUNTOS.
           MOVE WS-PUNTOS-A-VENCER TO PTS-PUNTOS OF REG-PUNTOS.
           MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS.
           MOVE WS-VENCIMIENTO-ORIGEN TO
               PTS-VENCIMIENTO OF REG-PUNTOS.
           MOVE SPACES TO PTS-REFERENCIA OF REG-PUNTOS.
           MOVE WS-NUMERO-ORIGEN TO PTS-REFERENCIA OF REG-PUNTOS (1:8).
           MOVE ZEROES TO PTS-IMPORTE OF REG-PUNTOS.
           PERFORM OBTENER-NUMERO-PUNTOS.
           MOVE WS-PTS-NUMERO TO PTS-NUMERO OF REG-PUNTOS.
           WRITE REG-PUNTOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL VENCIMIENTO DEL "
                       "MOVIMIENTO " WS-NUMERO-ORIGEN
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO CANT-VENCIMIENTOS
           END-WRITE.

       OBTENER-NUMERO-PUNTOS.
           OPEN INPUT CONTROL-PUNTOS.
           IF FS-CONTROL-PUNTOS = "00"
               READ CONTROL-PUNTOS
                   AT END MOVE 1 TO CTP-PROXIMO-NUMERO
               END-READ
               MOVE CTP-PROXIMO-NUMERO TO WS-PTS-NUMERO
               CLOSE CONTROL-PUNTOS
           ELSE
               MOVE 1 TO WS-PTS-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-PUNTOS.
           COMPUTE CTP-PROXIMO-NUMERO = WS-PTS-NUMERO + 1.
           WRITE REG-CONTROL-PUNTOS.
           CLOSE CONTROL-PUNTOS.

       *>
       *> RESUMEN POR CLIENTE: recorre el libro de puntos por
       *> cliente. El saldo se arma con los movimientos (acreditados
       *> menos canjeados, vencidos y anulados) hasta el fin del
       *> periodo, asi el resumen de un mes pasado da el saldo de
       *> ese mes; el detalle lista los movimientos del periodo.
       *> Solo salen los clientes con movimientos o con saldo.
       *>
       EMITIR-RESUMENES.
           MOVE LOW-VALUES TO PTS-CLI-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS NOT LESS THAN
               PTS-CLI-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM PROCESAR-CLIENTE UNTIL EOF-PUNTOS
           END-IF.

       PROCESAR-CLIENTE.
           MOVE PTS-CLI-NUMERO OF REG-PUNTOS TO WS-CLIENTE-ACTUAL.
           MOVE "N" TO WS-ENCABEZADO-CLIENTE.
           MOVE ZEROES TO WS-SALDO-ANTERIOR.
           MOVE ZEROES TO WS-ACREDITADOS.
           MOVE ZEROES TO WS-CANJEADOS.
           MOVE ZEROES TO WS-VENCIDOS.
           MOVE ZEROES TO WS-ANULADOS.
           PERFORM ACUMULAR-MOVIMIENTO
               UNTIL EOF-PUNTOS
               OR PTS-CLI-NUMERO OF REG-PUNTOS <> WS-CLIENTE-ACTUAL.
           COMPUTE WS-SALDO-FINAL = WS-SALDO-ANTERIOR
               + WS-ACREDITADOS - WS-CANJEADOS - WS-VENCIDOS
               - WS-ANULADOS.
           IF ENCABEZADO-IMPRESO OR WS-SALDO-FINAL <> ZEROES
               PERFORM IMPRIMIR-TOTALES-CLIENTE
           END-IF.

       ACUMULAR-MOVIMIENTO.
           IF PTS-FECHA OF REG-PUNTOS < WS-INICIO-PERIODO
               IF PUNTOS-GANADOS OR PUNTOS-DEVUELTOS
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-SALDO-ANTERIOR
               ELSE
                   SUBTRACT PTS-PUNTOS OF REG-PUNTOS FROM
                       WS-SALDO-ANTERIOR
               END-IF
           ELSE
               IF PTS-FECHA OF REG-PUNTOS <= WS-FIN-PERIODO
                   PERFORM IMPRIMIR-MOVIMIENTO
               END-IF
           END-IF.
           PERFORM LEER-PUNTOS.

       IMPRIMIR-MOVIMIENTO.
           IF NOT ENCABEZADO-IMPRESO
               PERFORM IMPRIMIR-ENCABEZADO-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN PUNTOS-GANADOS
                   MOVE "GANADOS" TO WS-MOVIMIENTO-EDIT
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-ACREDITADOS
               WHEN PUNTOS-DEVUELTOS
                   MOVE "DEVUELTOS" TO WS-MOVIMIENTO-EDIT
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-ACREDITADOS
               WHEN PUNTOS-CANJEADOS
                   MOVE "CANJEADOS" TO WS-MOVIMIENTO-EDIT
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-CANJEADOS
               WHEN PUNTOS-VENCIDOS
                   MOVE "VENCIDOS" TO WS-MOVIMIENTO-EDIT
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-VENCIDOS
               WHEN OTHER
                   MOVE "ANULADOS" TO WS-MOVIMIENTO-EDIT
                   ADD PTS-PUNTOS OF REG-PUNTOS TO WS-ANULADOS
           END-EVALUATE.
           MOVE PTS-PUNTOS OF REG-PUNTOS TO WS-PUNTOS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  PTS-FECHA OF REG-PUNTOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOVIMIENTO-EDIT DELIMITED BY SIZE
                  WS-PUNTOS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PTS-REFERENCIA OF REG-PUNTOS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       IMPRIMIR-ENCABEZADO-CLIENTE.
           MOVE "S" TO WS-ENCABEZADO-CLIENTE.
           ADD 1 TO CANT-CLIENTES.
           MOVE SPACES TO CLI-NOMBRE OF REG-CLIENTES-RND.
           IF FS-CLIENTES = "00"
               MOVE WS-CLIENTE-ACTUAL TO CLI-NUMERO OF REG-CLIENTES-RND
               READ CLIENTES-RND
                   INVALID KEY
                       MOVE SPACES TO CLI-NOMBRE OF REG-CLIENTES-RND
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTE " DELIMITED BY SIZE
                  WS-CLIENTE-ACTUAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CLI-NOMBRE OF REG-CLIENTES-RND DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       IMPRIMIR-TOTALES-CLIENTE.
           IF NOT ENCABEZADO-IMPRESO
               PERFORM IMPRIMIR-ENCABEZADO-CLIENTE
           END-IF.
           MOVE WS-SALDO-ANTERIOR TO WS-ANTERIOR-EDIT.
           MOVE WS-ACREDITADOS TO WS-ACRED-EDIT.
           MOVE WS-CANJEADOS TO WS-CANJE-EDIT.
           MOVE WS-VENCIDOS TO WS-VENC-EDIT.
           MOVE WS-ANULADOS TO WS-ANUL-EDIT.
           MOVE WS-SALDO-FINAL TO WS-SALDO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SALDO ANTERIOR" DELIMITED BY SIZE
                  WS-ANTERIOR-EDIT DELIMITED BY SIZE
                  "  GANADOS" DELIMITED BY SIZE
                  WS-ACRED-EDIT DELIMITED BY SIZE
                  "  CANJEADOS" DELIMITED BY SIZE
                  WS-CANJE-EDIT DELIMITED BY SIZE
                  "  VENCIDOS" DELIMITED BY SIZE
                  WS-VENC-EDIT DELIMITED BY SIZE
                  "  ANULADOS" DELIMITED BY SIZE
                  WS-ANUL-EDIT DELIMITED BY SIZE
                  "  SALDO" DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
