       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-DE-PAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS-PROV-RND
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPR-CLAVE OF REG-FACTURAS-PROV
           ALTERNATE RECORD KEY IS FPR-PATENTE OF REG-FACTURAS-PROV
              WITH DUPLICATES
           FILE STATUS IS FS-FACTURAS-PROV.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       SELECT CONTROL-ORDENES
           ASSIGN TO DISK "Entrada/indexados/controlOrdenesPago.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-ORDENES.

       SELECT REPORTE-ORDENES
           ASSIGN TO DISK "Salida/ordenesPago.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD FACTURAS-PROV-RND
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-PROV.
           03 FPR-CLAVE.
               05  FPR-PROVEEDOR   PIC X(6).
               05  FPR-COMPROBANTE PIC X(12).
           03 FPR-PATENTE      PIC X(6).
           03 FPR-FECHA        PIC 9(8).
           03 FPR-ORIGEN       PIC X.
               88 ORIGEN-GASTO         VALUE "G".
               88 ORIGEN-COMBUSTIBLE   VALUE "C".
           03 FPR-RUBRO        PIC X.
           03 FPR-IMPORTE      PIC 9(9)V99.
           03 FPR-VENCIMIENTO  PIC 9(8).
           03 FPR-OT-FECHA     PIC 9(8).
           03 FPR-ESTADO       PIC X.
               88 FACTURA-PROV-PENDIENTE VALUE "P".
               88 FACTURA-PROV-PAGADA    VALUE "C".
           03 FPR-ORDEN-PAGO   PIC 9(8).
           03 FPR-FECHA-PAGO   PIC 9(8).

       FD PROVEEDORES-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROVEEDORES.
           03 PRV-CODIGO       PIC X(6).
           03 PRV-RAZON-SOCIAL PIC X(30).
           03 PRV-CUIT         PIC X(20).
           03 PRV-RUBRO        PIC X.
           03 PRV-PLAZO-DIAS   PIC 9(3).
           03 PRV-BANCO        PIC X(20).
           03 PRV-CBU          PIC X(22).
           03 PRV-ESTADO       PIC X.
               88 PROVEEDOR-ACTIVO     VALUE "A".

       FD CONTROL-ORDENES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-ORDENES.
           03 CTL-PROXIMA-ORDEN  PIC 9(8).

       FD REPORTE-ORDENES
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS-PROV       PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CONTROL-ORDENES     PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "ORDENES-PAGO".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-FECHA-CORTE         PIC 9(8).
       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-PROVEEDOR-ANT       PIC X(6).
       01 WS-ORDEN-ABIERTA       PIC X VALUE "N".
           88 ORDEN-ABIERTA          VALUE "S".
       01 WS-NUMERO-ORDEN        PIC 9(8).
       01 WS-TOTAL-ORDEN         PIC 9(11)V99.
       01 WS-TOTAL-GENERAL       PIC 9(11)V99 VALUE ZEROES.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.

       01 CANT-ORDENES           PIC 9(7) VALUE ZEROES.
       01 CANT-FACTURAS-PAGADAS  PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PAGAR LO VENCIDO HASTA (AAAAMMDD, 0=HOY): ".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE = ZEROES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-FACTURAS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "ORDENES DE PAGO EMITIDAS: " CANT-ORDENES.
           DISPLAY "FACTURAS CANCELADAS: " CANT-FACTURAS-PAGADAS.
           DISPLAY "TOTAL A PAGAR: " WS-TOTAL-GENERAL.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O FACTURAS-PROV-RND.
           IF FS-FACTURAS-PROV <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS DE PROVEEDORES, FS="
                   FS-FACTURAS-PROV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PROVEEDORES-RND.
           IF FS-PROVEEDORES <> "00"
               DISPLAY "ERROR AL ABRIR PROVEEDORES, FS="
                   FS-PROVEEDORES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-ORDENES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDENES DE PAGO - VENCIDO AL "
                      DELIMITED BY SIZE
                  WS-FECHA-CORTE DELIMITED BY SIZE
                  " - EMITIDAS EL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-PROV-RND.
           CLOSE PROVEEDORES-RND.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-GENERAL TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL GENERAL DE LAS ORDENES: "
                      DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  ORDENES: " DELIMITED BY SIZE
                  CANT-ORDENES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-ORDENES.

       *>
       *> ORDENES DE PAGO: se recorren las facturas de proveedores
       *> en orden de clave (proveedor + comprobante) y se junta en
       *> una orden por proveedor todo lo pendiente con vencimiento
       *> hasta la fecha de corte. Cada factura incluida queda "C"
       *> (cancelada) con el numero de orden y la fecha de pago,
       *> asi una segunda corrida no la vuelve a pagar.
       *>
       RECORRER-FACTURAS.
           MOVE SPACES TO WS-PROVEEDOR-ANT.
           MOVE LOW-VALUES TO FPR-CLAVE OF REG-FACTURAS-PROV.
           START FACTURAS-PROV-RND KEY IS NOT LESS THAN
               FPR-CLAVE OF REG-FACTURAS-PROV
               INVALID KEY MOVE "10" TO FS-FACTURAS-PROV
           END-START.
           IF FS-FACTURAS-PROV = "00"
               PERFORM LEER-FACTURA-PROV
               PERFORM EXAMINAR-FACTURA-PROV
                   UNTIL FS-FACTURAS-PROV <> "00"
           END-IF.
           IF ORDEN-ABIERTA
               PERFORM CERRAR-ORDEN-PAGO
           END-IF.

       LEER-FACTURA-PROV.
           READ FACTURAS-PROV-RND NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS-PROV
           END-READ.

       EXAMINAR-FACTURA-PROV.
           IF FACTURA-PROV-PENDIENTE
              AND FPR-VENCIMIENTO OF REG-FACTURAS-PROV <=
                  WS-FECHA-CORTE
               IF FPR-PROVEEDOR OF REG-FACTURAS-PROV NOT =
                  WS-PROVEEDOR-ANT
                   IF ORDEN-ABIERTA
                       PERFORM CERRAR-ORDEN-PAGO
                   END-IF
                   PERFORM ABRIR-ORDEN-PAGO
               END-IF
               PERFORM PAGAR-FACTURA-PROV
           END-IF.
           PERFORM LEER-FACTURA-PROV.

       *>
       *> cabecera de la orden: numero correlativo propio de las
       *> ordenes de pago y los datos de transferencia de la ficha
       *> del proveedor.
       *>
       ABRIR-ORDEN-PAGO.
           MOVE FPR-PROVEEDOR OF REG-FACTURAS-PROV TO
               WS-PROVEEDOR-ANT.
           MOVE FPR-PROVEEDOR OF REG-FACTURAS-PROV TO
               PRV-CODIGO OF REG-PROVEEDORES.
           READ PROVEEDORES-RND
               INVALID KEY
                   MOVE "PROVEEDOR INEXISTENTE" TO
                       PRV-RAZON-SOCIAL OF REG-PROVEEDORES
                   MOVE SPACES TO PRV-CUIT OF REG-PROVEEDORES
                   MOVE SPACES TO PRV-BANCO OF REG-PROVEEDORES
                   MOVE SPACES TO PRV-CBU OF REG-PROVEEDORES
           END-READ.
           PERFORM OBTENER-NUMERO-ORDEN.
           MOVE "S" TO WS-ORDEN-ABIERTA.
           MOVE ZEROES TO WS-TOTAL-ORDEN.
           ADD 1 TO CANT-ORDENES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDEN DE PAGO NRO " DELIMITED BY SIZE
                  WS-NUMERO-ORDEN DELIMITED BY SIZE
                  "  PROVEEDOR " DELIMITED BY SIZE
                  WS-PROVEEDOR-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRV-RAZON-SOCIAL OF REG-PROVEEDORES
                      DELIMITED BY SIZE
                  "  CUIT " DELIMITED BY SIZE
                  PRV-CUIT OF REG-PROVEEDORES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  BANCO " DELIMITED BY SIZE
                  PRV-BANCO OF REG-PROVEEDORES DELIMITED BY SIZE
                  "  CBU " DELIMITED BY SIZE
                  PRV-CBU OF REG-PROVEEDORES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       PAGAR-FACTURA-PROV.
           MOVE "C" TO FPR-ESTADO OF REG-FACTURAS-PROV.
           MOVE WS-NUMERO-ORDEN TO FPR-ORDEN-PAGO OF REG-FACTURAS-PROV.
           MOVE WS-FECHA-PROCESO TO
               FPR-FECHA-PAGO OF REG-FACTURAS-PROV.
           REWRITE REG-FACTURAS-PROV
               INVALID KEY
                   DISPLAY "ERROR AL CANCELAR LA FACTURA "
                       FPR-COMPROBANTE OF REG-FACTURAS-PROV
               NOT INVALID KEY
                   ADD 1 TO CANT-FACTURAS-PAGADAS
                   ADD FPR-IMPORTE OF REG-FACTURAS-PROV TO
                       WS-TOTAL-ORDEN
                   ADD FPR-IMPORTE OF REG-FACTURAS-PROV TO
                       WS-TOTAL-GENERAL
                   PERFORM INFORMAR-FACTURA-PAGADA
           END-REWRITE.

       INFORMAR-FACTURA-PAGADA.
           MOVE FPR-IMPORTE OF REG-FACTURAS-PROV TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    COMPROBANTE " DELIMITED BY SIZE
                  FPR-COMPROBANTE OF REG-FACTURAS-PROV
                      DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  FPR-FECHA OF REG-FACTURAS-PROV DELIMITED BY SIZE
                  " VENCE " DELIMITED BY SIZE
                  FPR-VENCIMIENTO OF REG-FACTURAS-PROV
                      DELIMITED BY SIZE
                  " PATENTE " DELIMITED BY SIZE
                  FPR-PATENTE OF REG-FACTURAS-PROV DELIMITED BY SIZE
                  " RUBRO " DELIMITED BY SIZE
                  FPR-RUBRO OF REG-FACTURAS-PROV DELIMITED BY SIZE
                  " IMPORTE " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ORDEN-PAGO.
           MOVE WS-TOTAL-ORDEN TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL DE LA ORDEN " DELIMITED BY SIZE
                  WS-NUMERO-ORDEN DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-ORDEN-ABIERTA.

       OBTENER-NUMERO-ORDEN.
           OPEN INPUT CONTROL-ORDENES.
           IF FS-CONTROL-ORDENES = "00"
               READ CONTROL-ORDENES
                   AT END MOVE 1 TO CTL-PROXIMA-ORDEN
               END-READ
               MOVE CTL-PROXIMA-ORDEN TO WS-NUMERO-ORDEN
               CLOSE CONTROL-ORDENES
           ELSE
               MOVE 1 TO WS-NUMERO-ORDEN
           END-IF.
           OPEN OUTPUT CONTROL-ORDENES.
           COMPUTE CTL-PROXIMA-ORDEN = WS-NUMERO-ORDEN + 1.
           WRITE REG-CONTROL-ORDENES.
           CLOSE CONTROL-ORDENES.
