
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-IVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SEQ
           FILE STATUS IS FS-FACTURAS.

       SELECT IVA-COMPRAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/ivaCompras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ICO-CLAVE OF REG-IVA-COMPRAS
           FILE STATUS IS FS-IVA-COMPRAS.

       SELECT RETENCIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RET-CLAVE OF REG-RETENCIONES
           ALTERNATE RECORD KEY IS RET-NRO-DOC OF REG-RETENCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-RETENCIONES.

       SELECT SALDOS-IVA-RND
           ASSIGN TO DISK "Entrada/indexados/saldoTecnicoIva.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIV-PERIODO OF REG-SALDOS-IVA
           FILE STATUS IS FS-SALDOS-IVA.

       SELECT REPORTE-POSICION
           ASSIGN TO DISK "Salida/posicionIva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD FACTURAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-SEQ.
           03 FAC-NUMERO       PIC 9(8).
           03 FAC-FECHA        PIC 9(8).
           03 FAC-TIPO-DOC     PIC X.
           03 FAC-NRO-DOC      PIC X(20).
           03 FAC-CLI-NUMERO   PIC X(8).
           03 FAC-PATENTE      PIC X(6).
           03 FAC-FECHA-ALQ    PIC 9(8).
           03 FAC-NETO         PIC 9(8)V99.
           03 FAC-IVA          PIC 9(8)V99.
           03 FAC-TOTAL        PIC 9(9)V99.
           03 FAC-TIPO         PIC X.
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD IVA-COMPRAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-IVA-COMPRAS.
           03 ICO-CLAVE.
               05  ICO-PROVEEDOR   PIC X(6).
               05  ICO-COMPROBANTE PIC X(12).
           03 ICO-FECHA        PIC 9(8).
           03 ICO-LETRA        PIC X.
               88 COMPROBANTE-A        VALUE "A".
           03 ICO-NETO-21      PIC 9(9)V99.
           03 ICO-IVA-21       PIC 9(9)V99.
           03 ICO-NETO-105     PIC 9(9)V99.
           03 ICO-IVA-105      PIC 9(9)V99.
           03 ICO-NO-GRAVADO   PIC 9(9)V99.
           03 ICO-PERCEP-IVA   PIC 9(9)V99.
           03 ICO-PERCEP-IIBB  PIC 9(9)V99.

       FD RETENCIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RETENCIONES.
           03 RET-CLAVE.
               05  RET-RECIBO    PIC X(8).
               05  RET-IMPUESTO  PIC X(3).
           03 RET-NRO-DOC      PIC X(20).
           03 RET-FECHA        PIC 9(8).
           03 RET-CERTIFICADO  PIC X(14).
           03 RET-IMPORTE      PIC 9(9)V99.

       FD SALDOS-IVA-RND
           LABEL RECORD IS STANDARD.
       01 REG-SALDOS-IVA.
           03 SIV-PERIODO      PIC 9(6).
           03 SIV-DEBITO       PIC S9(11)V99.
           03 SIV-CREDITO      PIC 9(11)V99.
           03 SIV-RETENCIONES  PIC 9(11)V99.
           03 SIV-PERCEPCIONES PIC 9(11)V99.
           03 SIV-TECNICO-ANT  PIC 9(11)V99.
           03 SIV-LIBRE-ANT    PIC 9(11)V99.
           03 SIV-SALDO-TECNICO PIC 9(11)V99.
           03 SIV-SALDO-LIBRE  PIC 9(11)V99.
           03 SIV-A-PAGAR      PIC 9(11)V99.
           03 SIV-FECHA-PROCESO PIC 9(8).

       FD REPORTE-POSICION
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-IVA-COMPRAS         PIC XX.
           88 EOF-IVA-COMPRAS        VALUE "10".
       01 FS-RETENCIONES         PIC XX.
           88 EOF-RETENCIONES        VALUE "10".
       01 FS-SALDOS-IVA          PIC XX.
           88 NO-EXISTE-SALDOS-IVA   VALUE "35".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "POSICION-IVA".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA    PIC 9(4).
           03 WS-PERIODO-MM      PIC 9(2).
       01 WS-PERIODO-ANT         PIC 9(6).
       01 WS-PERIODO-ANT-RED REDEFINES WS-PERIODO-ANT.
           03 WS-PERIODO-ANT-AAAA PIC 9(4).
           03 WS-PERIODO-ANT-MM   PIC 9(2).
       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).

       01 WS-PERIODO-CERRADO     PIC X VALUE "N".
           88 PERIODO-CERRADO         VALUE "S".
       01 WS-POSICION-GRABADA    PIC X VALUE "N".
           88 POSICION-GRABADA        VALUE "S".
       01 WS-ANTERIOR-HALLADO    PIC X VALUE "N".
           88 ANTERIOR-HALLADO        VALUE "S".

       01 WS-DEBITO              PIC S9(11)V99 VALUE ZEROES.
       01 WS-CREDITO             PIC 9(11)V99 VALUE ZEROES.
       01 WS-RETENCIONES         PIC 9(11)V99 VALUE ZEROES.
       01 WS-PERCEPCIONES        PIC 9(11)V99 VALUE ZEROES.
       01 WS-TECNICO-ANT         PIC 9(11)V99 VALUE ZEROES.
       01 WS-LIBRE-ANT           PIC 9(11)V99 VALUE ZEROES.
       01 WS-SALDO-TECNICO       PIC 9(11)V99 VALUE ZEROES.
       01 WS-SALDO-LIBRE         PIC 9(11)V99 VALUE ZEROES.
       01 WS-A-PAGAR             PIC 9(11)V99 VALUE ZEROES.
       01 WS-DETERMINADO         PIC S9(12)V99.
       01 WS-RESULTADO           PIC S9(12)V99.

       01 WS-IMPORTE-EDIT        PIC -ZZZZZZZZZZ9,99.
       01 WS-ROTULO              PIC X(40).

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO DE LA POSICION (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-FECHA-AUX-AAAAMM.
           MOVE 1 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           IF WS-PC-RESULTADO = "C"
               MOVE "S" TO WS-PERIODO-CERRADO
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           MOVE WS-PERIODO TO SIV-PERIODO.
           READ SALDOS-IVA-RND
               INVALID KEY MOVE "N" TO WS-POSICION-GRABADA
               NOT INVALID KEY MOVE "S" TO WS-POSICION-GRABADA
           END-READ.
           IF PERIODO-CERRADO AND POSICION-GRABADA
               PERFORM TOMAR-POSICION-GRABADA
           ELSE
               PERFORM CALCULAR-POSICION
               PERFORM GRABAR-POSICION
           END-IF.
           PERFORM EMITIR-POSICION.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O SALDOS-IVA-RND.
           IF NO-EXISTE-SALDOS-IVA
               OPEN OUTPUT SALDOS-IVA-RND
               CLOSE SALDOS-IVA-RND
               OPEN I-O SALDOS-IVA-RND
           END-IF.
           IF FS-SALDOS-IVA <> "00"
               DISPLAY "ERROR AL ABRIR SALDOS DE IVA, FS="
                   FS-SALDOS-IVA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-POSICION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "POSICION MENSUAL DE IVA - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - EMITIDA EL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE SALDOS-IVA-RND.
           CLOSE REPORTE-POSICION.

       *>
       *> PERIODO CERRADO: si el mes ya esta congelado por
       *> periodocerrado y su posicion quedo grabada, no se vuelve
       *> a calcular; se reimprime lo presentado para que el saldo
       *> que arrastra el mes siguiente no cambie por comprobantes
       *> cargados despues del cierre.
       *>
       TOMAR-POSICION-GRABADA.
           MOVE SIV-DEBITO TO WS-DEBITO.
           MOVE SIV-CREDITO TO WS-CREDITO.
           MOVE SIV-RETENCIONES TO WS-RETENCIONES.
           MOVE SIV-PERCEPCIONES TO WS-PERCEPCIONES.
           MOVE SIV-TECNICO-ANT TO WS-TECNICO-ANT.
           MOVE SIV-LIBRE-ANT TO WS-LIBRE-ANT.
           MOVE SIV-SALDO-TECNICO TO WS-SALDO-TECNICO.
           MOVE SIV-SALDO-LIBRE TO WS-SALDO-LIBRE.
           MOVE SIV-A-PAGAR TO WS-A-PAGAR.
           MOVE "S" TO WS-ANTERIOR-HALLADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO CERRADO: POSICION GRABADA EL "
                      DELIMITED BY SIZE
                  SIV-FECHA-PROCESO DELIMITED BY SIZE
                  ", NO SE RECALCULA" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> CALCULO: debito fiscal de facturas.dat del mes (las notas
       *> de credito restan, como en LIBRO-IVA-VENTAS), credito
       *> fiscal y percepciones de ivaCompras.dat, retenciones de
       *> IVA sufridas de retenciones.dat, y los saldos a favor que
       *> dejo la posicion del mes anterior.
       *>
       CALCULAR-POSICION.
           PERFORM ACUMULAR-DEBITO.
           PERFORM ACUMULAR-CREDITO.
           PERFORM ACUMULAR-RETENCIONES.
           PERFORM TOMAR-SALDOS-ANTERIORES.
           COMPUTE WS-DETERMINADO = WS-DEBITO - WS-CREDITO
               - WS-TECNICO-ANT.
           IF WS-DETERMINADO < ZEROES
               COMPUTE WS-SALDO-TECNICO = ZEROES - WS-DETERMINADO
               MOVE ZEROES TO WS-DETERMINADO
           ELSE
               MOVE ZEROES TO WS-SALDO-TECNICO
           END-IF.
           COMPUTE WS-RESULTADO = WS-DETERMINADO - WS-RETENCIONES
               - WS-PERCEPCIONES - WS-LIBRE-ANT.
           IF WS-RESULTADO < ZEROES
               COMPUTE WS-SALDO-LIBRE = ZEROES - WS-RESULTADO
               MOVE ZEROES TO WS-A-PAGAR
           ELSE
               MOVE ZEROES TO WS-SALDO-LIBRE
               MOVE WS-RESULTADO TO WS-A-PAGAR
           END-IF.

       ACUMULAR-DEBITO.
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.
           PERFORM SUMAR-DEBITO UNTIL EOF-FACTURAS.
           CLOSE FACTURAS-SEQ.

       SUMAR-DEBITO.
           MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               IF FAC-TIPO OF REG-FACTURAS-SEQ = "N"
                   SUBTRACT FAC-IVA OF REG-FACTURAS-SEQ FROM WS-DEBITO
               ELSE
                   ADD FAC-IVA OF REG-FACTURAS-SEQ TO WS-DEBITO
               END-IF
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       ACUMULAR-CREDITO.
           OPEN INPUT IVA-COMPRAS-SEQ.
           IF FS-IVA-COMPRAS = "00"
               READ IVA-COMPRAS-SEQ
                   AT END MOVE "10" TO FS-IVA-COMPRAS
               END-READ
               PERFORM SUMAR-CREDITO UNTIL EOF-IVA-COMPRAS
               CLOSE IVA-COMPRAS-SEQ
           END-IF.

       SUMAR-CREDITO.
           MOVE ICO-FECHA TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               IF COMPROBANTE-A
                   ADD ICO-IVA-21 TO WS-CREDITO
                   ADD ICO-IVA-105 TO WS-CREDITO
               END-IF
               ADD ICO-PERCEP-IVA TO WS-PERCEPCIONES
           END-IF.
           READ IVA-COMPRAS-SEQ
               AT END MOVE "10" TO FS-IVA-COMPRAS
           END-READ.

       ACUMULAR-RETENCIONES.
           OPEN INPUT RETENCIONES-SEQ.
           IF FS-RETENCIONES = "00"
               READ RETENCIONES-SEQ
                   AT END MOVE "10" TO FS-RETENCIONES
               END-READ
               PERFORM SUMAR-RETENCION UNTIL EOF-RETENCIONES
               CLOSE RETENCIONES-SEQ
           END-IF.

       SUMAR-RETENCION.
           MOVE RET-FECHA OF REG-RETENCIONES TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
              AND RET-IMPUESTO OF REG-RETENCIONES = "IVA"
               ADD RET-IMPORTE OF REG-RETENCIONES TO WS-RETENCIONES
           END-IF.
           READ RETENCIONES-SEQ
               AT END MOVE "10" TO FS-RETENCIONES
           END-READ.

       *>
       *> SALDOS ANTERIORES: el saldo tecnico (credito fiscal no
       *> absorbido) y el de libre disponibilidad (retenciones y
       *> percepciones no absorbidas) del mes anterior. Si ese mes
       *> no tiene posicion grabada se arranca en cero y se deja
       *> constancia en el reporte.
       *>
       TOMAR-SALDOS-ANTERIORES.
           MOVE WS-PERIODO TO WS-PERIODO-ANT.
           IF WS-PERIODO-ANT-MM = 1
               MOVE 12 TO WS-PERIODO-ANT-MM
               SUBTRACT 1 FROM WS-PERIODO-ANT-AAAA
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-ANT-MM
           END-IF.
           MOVE WS-PERIODO-ANT TO SIV-PERIODO.
           READ SALDOS-IVA-RND
               INVALID KEY
                   MOVE "N" TO WS-ANTERIOR-HALLADO
                   MOVE ZEROES TO WS-TECNICO-ANT
                   MOVE ZEROES TO WS-LIBRE-ANT
               NOT INVALID KEY
                   MOVE "S" TO WS-ANTERIOR-HALLADO
                   MOVE SIV-SALDO-TECNICO TO WS-TECNICO-ANT
                   MOVE SIV-SALDO-LIBRE TO WS-LIBRE-ANT
           END-READ.

       GRABAR-POSICION.
           MOVE WS-PERIODO TO SIV-PERIODO.
           MOVE WS-DEBITO TO SIV-DEBITO.
           MOVE WS-CREDITO TO SIV-CREDITO.
           MOVE WS-RETENCIONES TO SIV-RETENCIONES.
           MOVE WS-PERCEPCIONES TO SIV-PERCEPCIONES.
           MOVE WS-TECNICO-ANT TO SIV-TECNICO-ANT.
           MOVE WS-LIBRE-ANT TO SIV-LIBRE-ANT.
           MOVE WS-SALDO-TECNICO TO SIV-SALDO-TECNICO.
           MOVE WS-SALDO-LIBRE TO SIV-SALDO-LIBRE.
           MOVE WS-A-PAGAR TO SIV-A-PAGAR.
           MOVE WS-FECHA-PROCESO TO SIV-FECHA-PROCESO.
           IF POSICION-GRABADA
               REWRITE REG-SALDOS-IVA
                   INVALID KEY
                       DISPLAY "ERROR AL REGRABAR LA POSICION, FS="
                           FS-SALDOS-IVA
               END-REWRITE
           ELSE
               WRITE REG-SALDOS-IVA
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA POSICION, FS="
                           FS-SALDOS-IVA
               END-WRITE
           END-IF.

       EMITIR-POSICION.
           IF NOT ANTERIOR-HALLADO
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN POSICION GRABADA DEL PERIODO "
                          DELIMITED BY SIZE
                      WS-PERIODO-ANT DELIMITED BY SIZE
                      ": SALDOS ANTERIORES EN CERO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.
           MOVE "DEBITO FISCAL" TO WS-ROTULO.
           MOVE WS-DEBITO TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "CREDITO FISCAL" TO WS-ROTULO.
           MOVE WS-CREDITO TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "SALDO TECNICO DEL PERIODO ANTERIOR" TO WS-ROTULO.
           MOVE WS-TECNICO-ANT TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "RETENCIONES DE IVA SUFRIDAS" TO WS-ROTULO.
           MOVE WS-RETENCIONES TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "PERCEPCIONES DE IVA SUFRIDAS" TO WS-ROTULO.
           MOVE WS-PERCEPCIONES TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "LIBRE DISPONIBILIDAD PERIODO ANTERIOR" TO WS-ROTULO.
           MOVE WS-LIBRE-ANT TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SALDO A PAGAR" TO WS-ROTULO.
           MOVE WS-A-PAGAR TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "SALDO TECNICO A FAVOR QUE SE TRASLADA" TO WS-ROTULO.
           MOVE WS-SALDO-TECNICO TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           MOVE "LIBRE DISPONIBILIDAD QUE SE TRASLADA" TO WS-ROTULO.
           MOVE WS-SALDO-LIBRE TO WS-IMPORTE-EDIT.
           PERFORM EMITIR-RENGLON.
           DISPLAY "SALDO A PAGAR: " WS-A-PAGAR.
           DISPLAY "SALDO TECNICO A FAVOR: " WS-SALDO-TECNICO.

       EMITIR-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-ROTULO DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
