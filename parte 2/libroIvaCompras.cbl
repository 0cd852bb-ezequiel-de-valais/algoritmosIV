
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA-COMPRAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT IVA-COMPRAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/ivaCompras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ICO-CLAVE OF REG-IVA-COMPRAS
           FILE STATUS IS FS-IVA-COMPRAS.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       SELECT ORDEN-LIBRO
           ASSIGN TO DISK "Entrada/indexados/libroIvaCompras.wrk".

       SELECT LIBRO-IVA
           ASSIGN TO DISK "Salida/libroIvaCompras.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

       DATA DIVISION.

       FILE SECTION.

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

       SD ORDEN-LIBRO.
       01 REG-ORDEN-LIBRO.
           03 OLC-FECHA        PIC 9(8).
           03 OLC-PROVEEDOR    PIC X(6).
           03 OLC-COMPROBANTE  PIC X(12).
           03 OLC-LETRA        PIC X.
           03 OLC-CUIT         PIC X(20).
           03 OLC-RAZON-SOCIAL PIC X(30).
           03 OLC-NETO-21      PIC 9(9)V99.
           03 OLC-IVA-21       PIC 9(9)V99.
           03 OLC-NETO-105     PIC 9(9)V99.
           03 OLC-IVA-105      PIC 9(9)V99.
           03 OLC-NO-GRAVADO   PIC 9(9)V99.
           03 OLC-PERCEP-IVA   PIC 9(9)V99.
           03 OLC-PERCEP-IIBB  PIC 9(9)V99.

       FD LIBRO-IVA
           LABEL RECORD IS STANDARD.
       01 LINEA-LIBRO            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-IVA-COMPRAS         PIC XX.
           88 EOF-IVA-COMPRAS        VALUE "10".
       01 FS-PROVEEDORES         PIC XX.
       01 FS-ORDEN               PIC XX.
       01 FS-LIBRO               PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).

       01 WS-FECHA-ANT           PIC 9(8).
       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO      VALUE "S".

       01 WS-CMP-NETO            PIC 9(10)V99.
       01 WS-CMP-IVA             PIC 9(10)V99.
       01 WS-CMP-PERCEP          PIC 9(10)V99.
       01 WS-CMP-TOTAL           PIC 9(11)V99.
       01 WS-RAZON-CORTA         PIC X(15).

       01 WS-DIA-NETO            PIC 9(12)V99 VALUE ZEROES.
       01 WS-DIA-IVA             PIC 9(12)V99 VALUE ZEROES.
       01 WS-DIA-TOTAL           PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-NETO-21         PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-IVA-21          PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-NETO-105        PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-IVA-105         PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-NO-GRAVADO      PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-PERCEP-IVA      PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-PERCEP-IIBB     PIC 9(12)V99 VALUE ZEROES.
       01 WS-MES-TOTAL           PIC 9(13)V99 VALUE ZEROES.

       01 WS-NETO-EDIT           PIC ZZZZZZZZZZ9,99.
       01 WS-IVA-EDIT            PIC ZZZZZZZZZZ9,99.
       01 WS-NOGR-EDIT           PIC ZZZZZZZZZZ9,99.
       01 WS-PERC-EDIT           PIC ZZZZZZZZZZ9,99.
       01 WS-TOTAL-EDIT          PIC ZZZZZZZZZZ9,99.
       01 CANT-COMPROBANTES      PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           DISPLAY "PERIODO DEL LIBRO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           SORT ORDEN-LIBRO
               ON ASCENDING KEY OLC-FECHA
               ON ASCENDING KEY OLC-PROVEEDOR
               ON ASCENDING KEY OLC-COMPROBANTE
               INPUT PROCEDURE IS SELECCIONAR-COMPROBANTES
               OUTPUT PROCEDURE IS EMITIR-LIBRO.
           GOBACK.

       *>
       *> SELECCION: los comprobantes de proveedores del periodo con
       *> su discriminacion de IVA, tal como se cargaron en
       *> REGISTRO-GASTOS y CARGA-COMBUSTIBLE; el CUIT y la razon
       *> social salen del maestro de proveedores.
       *>
       SELECCIONAR-COMPROBANTES.
           OPEN INPUT IVA-COMPRAS-SEQ.
           IF FS-IVA-COMPRAS <> "00"
               DISPLAY "ERROR AL ABRIR IVA COMPRAS, FS="
                   FS-IVA-COMPRAS
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES-RND.
           IF FS-PROVEEDORES <> "00"
               DISPLAY "ERROR AL ABRIR PROVEEDORES, FS="
                   FS-PROVEEDORES
               STOP RUN
           END-IF.
           READ IVA-COMPRAS-SEQ
               AT END MOVE "10" TO FS-IVA-COMPRAS
           END-READ.
           PERFORM FILTRAR-COMPROBANTE UNTIL EOF-IVA-COMPRAS.
           CLOSE IVA-COMPRAS-SEQ.
           CLOSE PROVEEDORES-RND.

       FILTRAR-COMPROBANTE.
           MOVE ICO-FECHA TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               MOVE ICO-FECHA TO OLC-FECHA
               MOVE ICO-PROVEEDOR TO OLC-PROVEEDOR
               MOVE ICO-COMPROBANTE TO OLC-COMPROBANTE
               MOVE ICO-LETRA TO OLC-LETRA
               MOVE ICO-NETO-21 TO OLC-NETO-21
               MOVE ICO-IVA-21 TO OLC-IVA-21
               MOVE ICO-NETO-105 TO OLC-NETO-105
               MOVE ICO-IVA-105 TO OLC-IVA-105
               MOVE ICO-NO-GRAVADO TO OLC-NO-GRAVADO
               MOVE ICO-PERCEP-IVA TO OLC-PERCEP-IVA
               MOVE ICO-PERCEP-IIBB TO OLC-PERCEP-IIBB
               MOVE ICO-PROVEEDOR TO PRV-CODIGO
               READ PROVEEDORES-RND
                   INVALID KEY
                       MOVE SPACES TO OLC-CUIT
                       MOVE "PROVEEDOR INEXISTENTE" TO
                           OLC-RAZON-SOCIAL
                   NOT INVALID KEY
                       MOVE PRV-CUIT TO OLC-CUIT
                       MOVE PRV-RAZON-SOCIAL TO OLC-RAZON-SOCIAL
               END-READ
               RELEASE REG-ORDEN-LIBRO
           END-IF.
           READ IVA-COMPRAS-SEQ
               AT END MOVE "10" TO FS-IVA-COMPRAS
           END-READ.

       *>
       *> LIBRO IVA COMPRAS: una linea por comprobante en orden de
       *> fecha con el neto gravado, el IVA (credito fiscal, solo
       *> de comprobantes "A"), el no gravado y las percepciones
       *> sufridas; subtotal por dia y al pie los totales del mes
       *> por alicuota que toma POSICION-IVA.
       *>
       EMITIR-LIBRO.
           OPEN OUTPUT LIBRO-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "LIBRO IVA COMPRAS - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           RETURN ORDEN-LIBRO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM LISTAR-COMPROBANTE UNTIL FS-ORDEN = "10".
           IF NOT ES-PRIMER-REGISTRO
               PERFORM EMITIR-SUBTOTAL-DIA
           END-IF.
           PERFORM EMITIR-TOTAL-MES.
           CLOSE LIBRO-IVA.
           DISPLAY "COMPROBANTES LISTADOS: " CANT-COMPROBANTES.

       LISTAR-COMPROBANTE.
           IF ES-PRIMER-REGISTRO
               MOVE OLC-FECHA TO WS-FECHA-ANT
               MOVE "N" TO WS-PRIMER-REGISTRO
           END-IF.
           IF OLC-FECHA NOT = WS-FECHA-ANT
               PERFORM EMITIR-SUBTOTAL-DIA
               MOVE OLC-FECHA TO WS-FECHA-ANT
           END-IF.
           ADD 1 TO CANT-COMPROBANTES.
           COMPUTE WS-CMP-NETO = OLC-NETO-21 + OLC-NETO-105.
           COMPUTE WS-CMP-IVA = OLC-IVA-21 + OLC-IVA-105.
           COMPUTE WS-CMP-PERCEP = OLC-PERCEP-IVA + OLC-PERCEP-IIBB.
           COMPUTE WS-CMP-TOTAL = WS-CMP-NETO + WS-CMP-IVA
               + OLC-NO-GRAVADO + WS-CMP-PERCEP.
           ADD WS-CMP-NETO TO WS-DIA-NETO.
           ADD WS-CMP-IVA TO WS-DIA-IVA.
           ADD WS-CMP-TOTAL TO WS-DIA-TOTAL.
           ADD OLC-NETO-21 TO WS-MES-NETO-21.
           ADD OLC-IVA-21 TO WS-MES-IVA-21.
           ADD OLC-NETO-105 TO WS-MES-NETO-105.
           ADD OLC-IVA-105 TO WS-MES-IVA-105.
           ADD OLC-NO-GRAVADO TO WS-MES-NO-GRAVADO.
           ADD OLC-PERCEP-IVA TO WS-MES-PERCEP-IVA.
           ADD OLC-PERCEP-IIBB TO WS-MES-PERCEP-IIBB.
           ADD WS-CMP-TOTAL TO WS-MES-TOTAL.
           PERFORM EMITIR-LINEA-COMPROBANTE.
           RETURN ORDEN-LIBRO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-LINEA-COMPROBANTE.
           MOVE WS-CMP-NETO TO WS-NETO-EDIT.
           MOVE WS-CMP-IVA TO WS-IVA-EDIT.
           MOVE OLC-NO-GRAVADO TO WS-NOGR-EDIT.
           MOVE WS-CMP-PERCEP TO WS-PERC-EDIT.
           MOVE WS-CMP-TOTAL TO WS-TOTAL-EDIT.
           MOVE OLC-RAZON-SOCIAL TO WS-RAZON-CORTA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING OLC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLC-LETRA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLC-COMPROBANTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLC-CUIT DELIMITED BY SIZE
                  WS-RAZON-CORTA DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
                  WS-IVA-EDIT DELIMITED BY SIZE
                  WS-NOGR-EDIT DELIMITED BY SIZE
                  WS-PERC-EDIT DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.

       EMITIR-SUBTOTAL-DIA.
           MOVE WS-DIA-NETO TO WS-NETO-EDIT.
           MOVE WS-DIA-IVA TO WS-IVA-EDIT.
           MOVE WS-DIA-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  WS-FECHA-ANT DELIMITED BY SIZE
                  " NETO " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
                  " IVA " DELIMITED BY SIZE
                  WS-IVA-EDIT DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           MOVE ZEROES TO WS-DIA-NETO.
           MOVE ZEROES TO WS-DIA-IVA.
           MOVE ZEROES TO WS-DIA-TOTAL.

       EMITIR-TOTAL-MES.
           MOVE WS-MES-NETO-21 TO WS-NETO-EDIT.
           MOVE WS-MES-IVA-21 TO WS-IVA-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTAL DEL MES ALICUOTA 21%   NETO " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
                  " IVA " DELIMITED BY SIZE
                  WS-IVA-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           MOVE WS-MES-NETO-105 TO WS-NETO-EDIT.
           MOVE WS-MES-IVA-105 TO WS-IVA-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTAL DEL MES ALICUOTA 10,5% NETO " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
                  " IVA " DELIMITED BY SIZE
                  WS-IVA-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           MOVE WS-MES-NO-GRAVADO TO WS-NOGR-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTAL DEL MES NO GRAVADO " DELIMITED BY SIZE
                  WS-NOGR-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           MOVE WS-MES-PERCEP-IVA TO WS-PERC-EDIT.
           MOVE WS-MES-PERCEP-IIBB TO WS-NOGR-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "PERCEPCIONES SUFRIDAS IVA " DELIMITED BY SIZE
                  WS-PERC-EDIT DELIMITED BY SIZE
                  " INGRESOS BRUTOS " DELIMITED BY SIZE
                  WS-NOGR-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
           COMPUTE WS-CMP-IVA = WS-MES-IVA-21 + WS-MES-IVA-105.
           MOVE WS-CMP-IVA TO WS-IVA-EDIT.
           MOVE WS-MES-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "CREDITO FISCAL DEL MES " DELIMITED BY SIZE
                  WS-IVA-EDIT DELIMITED BY SIZE
                  " TOTAL COMPRAS " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-LIBRO
           END-STRING.
           WRITE LINEA-LIBRO.
