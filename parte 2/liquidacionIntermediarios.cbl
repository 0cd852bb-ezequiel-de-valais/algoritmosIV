       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-INTERMEDIARIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS-RND
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT APLICACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/aplicacionPagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS API-CLAVE OF REG-APLICACIONES
           ALTERNATE RECORD KEY IS API-FACTURA OF REG-APLICACIONES
              WITH DUPLICATES
           FILE STATUS IS FS-APLICACIONES.

       SELECT INTERMEDIARIOS-RND
           ASSIGN TO DISK "Entrada/indexados/intermediarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMD-CODIGO OF REG-INTERMEDIARIOS
           ALTERNATE RECORD KEY IS IMD-CUIT OF REG-INTERMEDIARIOS
           FILE STATUS IS FS-INTERMEDIARIOS.

       SELECT INTERMEDIACION-RND
           ASSIGN TO DISK "Entrada/indexados/intermediacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMC-CLAVE OF REG-INTERMEDIACION
           FILE STATUS IS FS-INTERMEDIACION.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       SELECT FACTURAS-PROV-RND
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FPR-CLAVE OF REG-FACTURAS-PROV
           ALTERNATE RECORD KEY IS FPR-PATENTE OF REG-FACTURAS-PROV
              WITH DUPLICATES
           FILE STATUS IS FS-FACTURAS-PROV.

       SELECT ORDEN-LIQUIDACION
           ASSIGN TO DISK "Entrada/indexados/liquidacionIntermed.wrk".

       SELECT LIQUIDACION-LISTADO
           ASSIGN TO DISK "Salida/liquidacionIntermediarios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD FACTURAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-RND.
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
               88 FAC-ES-FACTURA       VALUE "F".
               88 FAC-ES-NOTA-CREDITO  VALUE "N".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD ALQUILERES-RND
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-RND.
           03 ALQ-CLAVE.
               05  ALQ-PATENTE PIC X(6).
               05  ALQ-FECHA   PIC 9(8).
           03 ALQ-TIPO-DOC     PIC X.
           03 ALQ-NRO-DOC      PIC X(20).
           03 ALQ-IMPORTE      PIC 9(7)V99.
           03 ALQ-CHOFER       PIC X(7).
           03 ALQ-ESTADO       PIC X.
               88 ALQ-CERRADO      VALUE "C".
               88 ALQ-ANULADO      VALUE "X".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD APLICACIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-APLICACIONES.
           03 API-CLAVE.
               05  API-RECIBO  PIC X(8).
               05  API-FACTURA PIC 9(8).
           03 API-IMPORTE      PIC 9(9)V99.

       FD INTERMEDIARIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIARIOS.
           03 IMD-CODIGO       PIC X(6).
           03 IMD-RAZON-SOCIAL PIC X(30).
           03 IMD-CUIT         PIC X(20).
           03 IMD-TIPO         PIC X.
               88 IMD-AGENCIA          VALUE "A".
               88 IMD-BROKER           VALUE "B".
           03 IMD-PROVEEDOR    PIC X(6).
           03 IMD-PORC-GENERAL PIC 9(2)V99.
           03 IMD-COMISION-CAT OCCURS 8 TIMES.
               05  IMD-CATEGORIA   PIC X(2).
               05  IMD-PORCENTAJE  PIC 9(2)V99.
           03 IMD-ESTADO       PIC X.
               88 INTERMEDIARIO-ACTIVO   VALUE "A".
               88 INTERMEDIARIO-INACTIVO VALUE "B".

       FD INTERMEDIACION-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIACION.
           03 IMC-CLAVE.
               05  IMC-ORIGEN      PIC X.
               05  IMC-REFERENCIA  PIC X(14).
           03 IMC-INTERMEDIARIO    PIC X(6).
           03 IMC-CATEGORIA        PIC X(2).
           03 IMC-FECHA-ALTA       PIC 9(8).
           03 IMC-ESTADO           PIC X.
               88 IMC-PENDIENTE        VALUE "P".
               88 IMC-TRASLADADA       VALUE "T".
               88 IMC-ANULADA          VALUE "N".
               88 IMC-DEVENGADA        VALUE "D".
               88 IMC-LIQUIDADA        VALUE "L".
           03 IMC-FACTURA          PIC 9(8).
           03 IMC-BASE             PIC 9(9)V99.
           03 IMC-PORCENTAJE       PIC 9(2)V99.
           03 IMC-COMISION         PIC 9(7)V99.
           03 IMC-FECHA-DEVENGO    PIC 9(8).
           03 IMC-LIQUIDACION      PIC 9(6).
           03 IMC-ULTIMA-NC        PIC 9(8).
           03 IMC-NC-NETO          PIC 9(9)V99.
           03 IMC-NC-TOTAL         PIC 9(9)V99.
           03 IMC-REVERSION        PIC 9(7)V99.
           03 IMC-REVERTIDO        PIC 9(7)V99.
           03 IMC-LIQ-REVERSION    PIC 9(6).

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
               88 ORIGEN-INTERMEDIARIO VALUE "I".
           03 FPR-RUBRO        PIC X.
           03 FPR-IMPORTE      PIC 9(9)V99.
           03 FPR-VENCIMIENTO  PIC 9(8).
           03 FPR-OT-FECHA     PIC 9(8).
           03 FPR-ESTADO       PIC X.
               88 FACTURA-PROV-PENDIENTE VALUE "P".
               88 FACTURA-PROV-PAGADA    VALUE "C".
           03 FPR-ORDEN-PAGO   PIC 9(8).
           03 FPR-FECHA-PAGO   PIC 9(8).

       SD ORDEN-LIQUIDACION.
       01 REG-ORDEN-LIQUIDACION.
           03 OLQ-INTERMEDIARIO    PIC X(6).
           03 OLQ-CLAVE            PIC X(15).
           03 OLQ-FACTURA          PIC 9(8).
           03 OLQ-CATEGORIA        PIC X(2).
           03 OLQ-BASE             PIC 9(9)V99.
           03 OLQ-PORCENTAJE       PIC 9(2)V99.
           03 OLQ-COMISION         PIC 9(7)V99.
           03 OLQ-REVERSION        PIC 9(7)V99.

       FD LIQUIDACION-LISTADO
           LABEL RECORD IS STANDARD.
       01 LINEA-LIQUIDACION      PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
       01 FS-APLICACIONES        PIC XX.
       01 FS-INTERMEDIARIOS      PIC XX.
       01 FS-INTERMEDIACION      PIC XX.
           88 EOF-INTERMEDIACION     VALUE "10".
       01 FS-PROVEEDORES         PIC XX.
       01 FS-FACTURAS-PROV       PIC XX.
           88 NO-EXISTE-FACTURAS-PROV VALUE "35".
       01 FS-LISTADO             PIC XX.
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "LIQ-INTERMEDIARIOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "LIQ-INTERMEDIARIOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "FACT-PROV".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA    PIC 9(4).
           03 WS-PERIODO-MM      PIC 9(2).
       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-PROCESO-RED REDEFINES WS-FECHA-PROCESO.
           03 WS-PROCESO-AAAAMM  PIC 9(6).
           03 WS-PROCESO-DD      PIC 9(2).
       01 WS-FIN-PERIODO         PIC 9(8).
       01 WS-FECHA-DEVENGO       PIC 9(8).

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
       01 WS-CONT-DIAS           PIC 9(3).

       01 WS-REFERENCIA-ALQ.
           03 WS-REF-PATENTE     PIC X(6).
           03 WS-REF-FECHA       PIC 9(8).

       01 WS-APLICADO-FACTURA    PIC 9(11)V99.
       01 WS-SALDO-FACTURA       PIC S9(11)V99.
       01 WS-BASE-CALC           PIC S9(11)V99.
       01 WS-PORCENTAJE          PIC 9(2)V99.
       01 WS-IND-CAT             PIC 9.
       01 WS-REVERSION-CALC      PIC 9(7)V99.
       01 WS-TOPE-REVERSION      PIC S9(9)V99.
       01 WS-ALQ-SITUACION       PIC X.
           88 ALQ-SIT-CERRADO        VALUE "C".
           88 ALQ-SIT-ANULADO        VALUE "X".

       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 WS-INTERMEDIARIO-ANT   PIC X(6).
       01 WS-INTERMEDIARIO-HALLADO PIC X.
           88 INTERMEDIARIO-HALLADO  VALUE "S".
       01 WS-TOTAL-COMISIONES    PIC 9(9)V99.
       01 WS-TOTAL-REVERSIONES   PIC 9(9)V99.
       01 WS-NETO-LIQUIDACION    PIC S9(9)V99.
       01 WS-TOTAL-GENERAL       PIC 9(11)V99 VALUE ZEROES.
       01 WS-PAGO-GRABADO        PIC X.
           88 PAGO-GRABADO           VALUE "S".
       01 WS-COMPROBANTE-LIQ.
           03 WS-CLQ-INTERMEDIARIO PIC X(6).
           03 WS-CLQ-PERIODO       PIC 9(6).

       *>
       *> renglones de la liquidacion en curso: se marcan recien
       *> cuando la factura a pagar quedo grabada.
       *>
       01 WS-LIQUIDADOS.
           03 WS-LIQ-FILA OCCURS 2000 TIMES.
               05 WS-LIQ-CLAVE       PIC X(15).
               05 WS-LIQ-COMISION    PIC 9(7)V99.
               05 WS-LIQ-REVERSION   PIC 9(7)V99.
       01 WS-LIQ-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-LIQ-IND             PIC 9(4).
       01 WS-TABLA-DESBORDADA    PIC X VALUE "N".
           88 TABLA-DESBORDADA       VALUE "S".

       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.
       01 WS-BASE-EDIT           PIC ZZZZZZZZZZ9,99.
       01 WS-COMISION-EDIT       PIC ZZZZZZZZZZ9,99.
       01 WS-REVERSION-EDIT      PIC ZZZZZZZZZZ9,99.
       01 WS-NETO-EDIT           PIC -ZZZZZZZZZZ9,99.
       01 WS-PORCENTAJE-EDIT     PIC Z9,99.

       01 CANT-FACTURAS-ASOCIADAS PIC 9(7) VALUE ZEROES.
       01 CANT-NOTAS-CREDITO     PIC 9(7) VALUE ZEROES.
       01 CANT-DEVENGADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-ANULADAS          PIC 9(7) VALUE ZEROES.
       01 CANT-LIQUIDACIONES     PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
              OR WS-PERIODO > WS-PROCESO-AAAAMM
               DISPLAY "PERIODO INVALIDO, NO SE LIQUIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-FIN-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM REVISAR-COMPROBANTES.
           PERFORM DEVENGAR-COMISIONES.
           SORT ORDEN-LIQUIDACION
               ON ASCENDING KEY OLQ-INTERMEDIARIO
               ON ASCENDING KEY OLQ-CLAVE
               INPUT PROCEDURE IS SELECCIONAR-A-LIQUIDAR
               OUTPUT PROCEDURE IS LIQUIDAR-INTERMEDIARIOS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "FACTURAS ASOCIADAS: " CANT-FACTURAS-ASOCIADAS.
           DISPLAY "NOTAS DE CREDITO REVISADAS: " CANT-NOTAS-CREDITO.
           DISPLAY "COMISIONES DEVENGADAS: " CANT-DEVENGADAS.
           DISPLAY "COMISIONES ANULADAS: " CANT-ANULADAS.
           DISPLAY "LIQUIDACIONES EMITIDAS: " CANT-LIQUIDACIONES.
           GOBACK.

       *>
       *> lo que se devenga hoy por un periodo ya vencido queda
       *> fechado al ultimo dia de ese periodo.
       *>
       CALCULAR-FIN-PERIODO.
           MOVE WS-PERIODO-AAAA TO WS-CUR-AAAA.
           MOVE WS-PERIODO-MM TO WS-CUR-MM.
           PERFORM DIAS-DEL-MES.
           MOVE WS-CUR-DIAS-MES TO WS-CUR-DD.
           MOVE WS-FECHA-CURSOR TO WS-FIN-PERIODO.
           IF WS-FECHA-PROCESO < WS-FIN-PERIODO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-DEVENGO
           ELSE
               MOVE WS-FIN-PERIODO TO WS-FECHA-DEVENGO
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-RND.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT APLICACIONES-RND.
           IF FS-APLICACIONES <> "00"
               DISPLAY "ERROR AL ABRIR APLICACIONES, FS="
                   FS-APLICACIONES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INTERMEDIARIOS-RND.
           IF FS-INTERMEDIARIOS <> "00"
               DISPLAY "ERROR AL ABRIR INTERMEDIARIOS, FS="
                   FS-INTERMEDIARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O INTERMEDIACION-RND.
           IF FS-INTERMEDIACION <> "00"
               DISPLAY "ERROR AL ABRIR INTERMEDIACION, FS="
                   FS-INTERMEDIACION
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
           OPEN I-O FACTURAS-PROV-RND.
           IF NO-EXISTE-FACTURAS-PROV
               OPEN OUTPUT FACTURAS-PROV-RND
               CLOSE FACTURAS-PROV-RND
               OPEN I-O FACTURAS-PROV-RND
           END-IF.
           IF FS-FACTURAS-PROV <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS DE PROVEEDOR, FS="
                   FS-FACTURAS-PROV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LIQUIDACION-LISTADO.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "LIQUIDACION DE COMISIONES A INTERMEDIARIOS - "
                      DELIMITED BY SIZE
                  "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - EMITIDA EL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-LIQUIDACION
           END-STRING.
           WRITE LINEA-LIQUIDACION.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-RND.
           CLOSE ALQUILERES-RND.
           CLOSE APLICACIONES-RND.
           CLOSE INTERMEDIARIOS-RND.
           CLOSE INTERMEDIACION-RND.
           CLOSE PROVEEDORES-RND.
           CLOSE FACTURAS-PROV-RND.
           MOVE SPACES TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE WS-TOTAL-GENERAL TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TOTAL A PAGAR A INTERMEDIARIOS: " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-LIQUIDACION
           END-STRING.
           WRITE LINEA-LIQUIDACION.
           CLOSE LIQUIDACION-LISTADO.

       *>
       *> COMPROBANTES: se recorre el maestro de facturas en orden
       *> de numero. La factura de un alquiler intermediado queda
       *> asociada a su intermediacion; cada nota de credito que
       *> cae sobre esa factura (cancelacion o ajuste) se acumula
       *> una sola vez (IMC-ULTIMA-NC) y, si la comision ya estaba
       *> devengada, revierte la parte proporcional a su neto. Las
       *> notas tienen numero mayor que su factura, asi que en la
       *> misma pasada la factura siempre se ve primero.
       *>
       REVISAR-COMPROBANTES.
           MOVE ZEROES TO FAC-NUMERO OF REG-FACTURAS-RND.
           START FACTURAS-RND KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS-RND
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF FS-FACTURAS = "00"
               PERFORM LEER-FACTURA
               PERFORM EXAMINAR-COMPROBANTE UNTIL EOF-FACTURAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       EXAMINAR-COMPROBANTE.
           IF FAC-ES-FACTURA OR FAC-ES-NOTA-CREDITO
               MOVE FAC-PATENTE OF REG-FACTURAS-RND TO WS-REF-PATENTE
               MOVE FAC-FECHA-ALQ OF REG-FACTURAS-RND TO WS-REF-FECHA
               MOVE "A" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE WS-REFERENCIA-ALQ TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               READ INTERMEDIACION-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FAC-ES-FACTURA
                           PERFORM ASOCIAR-FACTURA
                       ELSE
                           PERFORM REGISTRAR-NOTA-CREDITO
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-FACTURA.

       ASOCIAR-FACTURA.
           IF IMC-PENDIENTE
              AND IMC-FACTURA OF REG-INTERMEDIACION = ZEROES
               MOVE FAC-NUMERO OF REG-FACTURAS-RND TO
                   IMC-FACTURA OF REG-INTERMEDIACION
               REWRITE REG-INTERMEDIACION
                   INVALID KEY
                       DISPLAY "ERROR AL ASOCIAR LA FACTURA "
                           FAC-NUMERO OF REG-FACTURAS-RND
                   NOT INVALID KEY
                       ADD 1 TO CANT-FACTURAS-ASOCIADAS
               END-REWRITE
           END-IF.

       REGISTRAR-NOTA-CREDITO.
           IF (IMC-PENDIENTE OR IMC-DEVENGADA OR IMC-LIQUIDADA)
              AND IMC-FACTURA OF REG-INTERMEDIACION > ZEROES
              AND IMC-FACTURA OF REG-INTERMEDIACION =
                  FAC-FACTURA-ORIGEN OF REG-FACTURAS-RND
              AND FAC-NUMERO OF REG-FACTURAS-RND >
                  IMC-ULTIMA-NC OF REG-INTERMEDIACION
               ADD FAC-NETO OF REG-FACTURAS-RND TO
                   IMC-NC-NETO OF REG-INTERMEDIACION
               ADD FAC-TOTAL OF REG-FACTURAS-RND TO
                   IMC-NC-TOTAL OF REG-INTERMEDIACION
               MOVE FAC-NUMERO OF REG-FACTURAS-RND TO
                   IMC-ULTIMA-NC OF REG-INTERMEDIACION
               IF IMC-DEVENGADA OR IMC-LIQUIDADA
                   PERFORM CALCULAR-REVERSION
               END-IF
               REWRITE REG-INTERMEDIACION
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR LA NOTA DE "
                           "CREDITO " FAC-NUMERO OF REG-FACTURAS-RND
                   NOT INVALID KEY
                       ADD 1 TO CANT-NOTAS-CREDITO
               END-REWRITE
           END-IF.

       *>
       *> la reversion es la comision por el neto acreditado sobre
       *> la base con que se devengo, sin pasar de lo que queda
       *> sin revertir; se descuenta en la proxima liquidacion.
       *>
       CALCULAR-REVERSION.
           IF IMC-BASE OF REG-INTERMEDIACION > ZEROES
               COMPUTE WS-REVERSION-CALC ROUNDED =
                   IMC-COMISION OF REG-INTERMEDIACION
                   * FAC-NETO OF REG-FACTURAS-RND
                   / IMC-BASE OF REG-INTERMEDIACION
               COMPUTE WS-TOPE-REVERSION =
                   IMC-COMISION OF REG-INTERMEDIACION
                   - IMC-REVERTIDO OF REG-INTERMEDIACION
                   - IMC-REVERSION OF REG-INTERMEDIACION
               IF WS-TOPE-REVERSION < ZEROES
                   MOVE ZEROES TO WS-TOPE-REVERSION
               END-IF
               IF WS-REVERSION-CALC > WS-TOPE-REVERSION
                   MOVE WS-TOPE-REVERSION TO WS-REVERSION-CALC
               END-IF
               ADD WS-REVERSION-CALC TO
                   IMC-REVERSION OF REG-INTERMEDIACION
           END-IF.

       *>
       *> DEVENGAMIENTO: una intermediacion de alquiler pendiente
       *> devenga cuando el alquiler esta cerrado y su factura no
       *> tiene saldo (cobros aplicados mas notas de credito cubren
       *> el total). La base es el neto facturado menos el neto
       *> acreditado; el porcentaje, el de la categoria en el
       *> maestro del intermediario o, si no la tiene, el general.
       *> Un alquiler anulado, o acreditado por completo, anula la
       *> comision. Un alquiler que ya no esta en el indexado fue
       *> archivado cerrado y se juzga solo por su factura.
       *>
       DEVENGAR-COMISIONES.
           MOVE LOW-VALUES TO IMC-CLAVE OF REG-INTERMEDIACION.
           START INTERMEDIACION-RND KEY IS NOT LESS THAN
               IMC-CLAVE OF REG-INTERMEDIACION
               INVALID KEY MOVE "10" TO FS-INTERMEDIACION
           END-START.
           IF FS-INTERMEDIACION = "00"
               PERFORM LEER-INTERMEDIACION
               PERFORM EXAMINAR-INTERMEDIACION
                   UNTIL EOF-INTERMEDIACION
           END-IF.

       LEER-INTERMEDIACION.
           READ INTERMEDIACION-RND NEXT RECORD
               AT END MOVE "10" TO FS-INTERMEDIACION
           END-READ.

       EXAMINAR-INTERMEDIACION.
           IF IMC-ORIGEN OF REG-INTERMEDIACION = "A" AND IMC-PENDIENTE
               PERFORM DETERMINAR-SITUACION-ALQUILER
               IF ALQ-SIT-ANULADO
                   PERFORM ANULAR-INTERMEDIACION
               END-IF
               IF ALQ-SIT-CERRADO
                  AND IMC-FACTURA OF REG-INTERMEDIACION > ZEROES
                   PERFORM VERIFICAR-COBRO
               END-IF
           END-IF.
           PERFORM LEER-INTERMEDIACION.

       DETERMINAR-SITUACION-ALQUILER.
           MOVE SPACE TO WS-ALQ-SITUACION.
           MOVE IMC-REFERENCIA OF REG-INTERMEDIACION TO
               ALQ-CLAVE OF REG-ALQUILERES-RND.
           READ ALQUILERES-RND
               INVALID KEY
                   IF IMC-FACTURA OF REG-INTERMEDIACION > ZEROES
                       MOVE "C" TO WS-ALQ-SITUACION
                   END-IF
               NOT INVALID KEY
                   IF ALQ-CERRADO
                       MOVE "C" TO WS-ALQ-SITUACION
                   END-IF
                   IF ALQ-ANULADO
                       MOVE "X" TO WS-ALQ-SITUACION
                   END-IF
           END-READ.

       VERIFICAR-COBRO.
           MOVE IMC-FACTURA OF REG-INTERMEDIACION TO
               FAC-NUMERO OF REG-FACTURAS-RND.
           READ FACTURAS-RND KEY IS FAC-NUMERO OF REG-FACTURAS-RND
               INVALID KEY
                   DISPLAY "FACTURA " IMC-FACTURA OF REG-INTERMEDIACION
                       " DE LA INTERMEDIACION "
                       IMC-REFERENCIA OF REG-INTERMEDIACION
                       " INEXISTENTE"
               NOT INVALID KEY
                   PERFORM CALCULAR-SALDO-FACTURA
                   IF WS-SALDO-FACTURA NOT > ZEROES
                       PERFORM DEVENGAR-COMISION
                   END-IF
           END-READ.

       CALCULAR-SALDO-FACTURA.
           MOVE ZEROES TO WS-APLICADO-FACTURA.
           MOVE FAC-NUMERO OF REG-FACTURAS-RND TO
               API-FACTURA OF REG-APLICACIONES.
           START APLICACIONES-RND KEY IS EQUAL TO
               API-FACTURA OF REG-APLICACIONES
               INVALID KEY MOVE "10" TO FS-APLICACIONES
           END-START.
           IF FS-APLICACIONES = "00"
               PERFORM LEER-APLICACION
               PERFORM SUMAR-APLICACION
                   UNTIL FS-APLICACIONES <> "00"
                   OR API-FACTURA OF REG-APLICACIONES <>
                      FAC-NUMERO OF REG-FACTURAS-RND
           END-IF.
           MOVE "00" TO FS-APLICACIONES.
           COMPUTE WS-SALDO-FACTURA =
               FAC-TOTAL OF REG-FACTURAS-RND - WS-APLICADO-FACTURA
               - IMC-NC-TOTAL OF REG-INTERMEDIACION.

       LEER-APLICACION.
           READ APLICACIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-APLICACIONES
           END-READ.

       SUMAR-APLICACION.
           ADD API-IMPORTE OF REG-APLICACIONES TO
               WS-APLICADO-FACTURA.
           PERFORM LEER-APLICACION.

       DEVENGAR-COMISION.
           COMPUTE WS-BASE-CALC =
               FAC-NETO OF REG-FACTURAS-RND
               - IMC-NC-NETO OF REG-INTERMEDIACION.
           IF WS-BASE-CALC NOT > ZEROES
               PERFORM ANULAR-INTERMEDIACION
           ELSE
               MOVE IMC-INTERMEDIARIO OF REG-INTERMEDIACION TO
                   IMD-CODIGO OF REG-INTERMEDIARIOS
               READ INTERMEDIARIOS-RND
                   INVALID KEY
                       DISPLAY "INTERMEDIARIO "
                           IMC-INTERMEDIARIO OF REG-INTERMEDIACION
                           " INEXISTENTE, NO SE DEVENGA "
                           IMC-REFERENCIA OF REG-INTERMEDIACION
                   NOT INVALID KEY
                       PERFORM GRABAR-DEVENGAMIENTO
               END-READ
           END-IF.

       GRABAR-DEVENGAMIENTO.
           MOVE IMD-PORC-GENERAL OF REG-INTERMEDIARIOS TO
               WS-PORCENTAJE.
           PERFORM BUSCAR-PORC-CATEGORIA
               VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 8.
           MOVE WS-BASE-CALC TO IMC-BASE OF REG-INTERMEDIACION.
           MOVE WS-PORCENTAJE TO IMC-PORCENTAJE OF REG-INTERMEDIACION.
           COMPUTE IMC-COMISION OF REG-INTERMEDIACION ROUNDED =
               WS-BASE-CALC * WS-PORCENTAJE / 100.
           MOVE WS-FECHA-DEVENGO TO
               IMC-FECHA-DEVENGO OF REG-INTERMEDIACION.
           MOVE "D" TO IMC-ESTADO OF REG-INTERMEDIACION.
           REWRITE REG-INTERMEDIACION
               INVALID KEY
                   DISPLAY "ERROR AL DEVENGAR "
                       IMC-REFERENCIA OF REG-INTERMEDIACION
               NOT INVALID KEY
                   ADD 1 TO CANT-DEVENGADAS
           END-REWRITE.

       BUSCAR-PORC-CATEGORIA.
           IF IMC-CATEGORIA OF REG-INTERMEDIACION NOT = SPACES
              AND IMD-CATEGORIA OF REG-INTERMEDIARIOS (WS-IND-CAT) =
                  IMC-CATEGORIA OF REG-INTERMEDIACION
               MOVE IMD-PORCENTAJE OF REG-INTERMEDIARIOS (WS-IND-CAT)
                   TO WS-PORCENTAJE
           END-IF.

       ANULAR-INTERMEDIACION.
           MOVE "N" TO IMC-ESTADO OF REG-INTERMEDIACION.
           REWRITE REG-INTERMEDIACION
               INVALID KEY
                   DISPLAY "ERROR AL ANULAR "
                       IMC-REFERENCIA OF REG-INTERMEDIACION
               NOT INVALID KEY
                   ADD 1 TO CANT-ANULADAS
           END-REWRITE.

       *>
       *> A LIQUIDAR: las comisiones devengadas hasta el fin del
       *> periodo y toda reversion pendiente, ordenadas por
       *> intermediario.
       *>
       SELECCIONAR-A-LIQUIDAR.
           MOVE LOW-VALUES TO IMC-CLAVE OF REG-INTERMEDIACION.
           START INTERMEDIACION-RND KEY IS NOT LESS THAN
               IMC-CLAVE OF REG-INTERMEDIACION
               INVALID KEY MOVE "10" TO FS-INTERMEDIACION
           END-START.
           IF FS-INTERMEDIACION = "00"
               PERFORM LEER-INTERMEDIACION
               PERFORM SELECCIONAR-INTERMEDIACION
                   UNTIL EOF-INTERMEDIACION
           END-IF.

       SELECCIONAR-INTERMEDIACION.
           MOVE ZEROES TO OLQ-COMISION.
           MOVE ZEROES TO OLQ-REVERSION.
           IF IMC-DEVENGADA
              AND IMC-FECHA-DEVENGO OF REG-INTERMEDIACION <=
                  WS-FIN-PERIODO
               MOVE IMC-COMISION OF REG-INTERMEDIACION TO
                   OLQ-COMISION
           END-IF.
           IF (IMC-DEVENGADA OR IMC-LIQUIDADA)
              AND IMC-REVERSION OF REG-INTERMEDIACION > ZEROES
               MOVE IMC-REVERSION OF REG-INTERMEDIACION TO
                   OLQ-REVERSION
           END-IF.
           IF OLQ-COMISION > ZEROES OR OLQ-REVERSION > ZEROES
               MOVE IMC-INTERMEDIARIO OF REG-INTERMEDIACION TO
                   OLQ-INTERMEDIARIO
               MOVE IMC-CLAVE OF REG-INTERMEDIACION TO OLQ-CLAVE
               MOVE IMC-FACTURA OF REG-INTERMEDIACION TO OLQ-FACTURA
               MOVE IMC-CATEGORIA OF REG-INTERMEDIACION TO
                   OLQ-CATEGORIA
               MOVE IMC-BASE OF REG-INTERMEDIACION TO OLQ-BASE
               MOVE IMC-PORCENTAJE OF REG-INTERMEDIACION TO
                   OLQ-PORCENTAJE
               RELEASE REG-ORDEN-LIQUIDACION
           END-IF.
           PERFORM LEER-INTERMEDIACION.

       *>
       *> LIQUIDACION POR INTERMEDIARIO: un resumen con cada
       *> alquiler comisionado y cada reversion, y el neto como
       *> factura a pagar (origen "I") del proveedor asociado, con
       *> comprobante codigo de intermediario + periodo y
       *> vencimiento segun el plazo del proveedor; ORDENES-DE-PAGO
       *> la paga como cualquier otra. Un neto que no es positivo
       *> no se liquida y todo queda para el periodo siguiente.
       *>
       LIQUIDAR-INTERMEDIARIOS.
           MOVE "S" TO WS-PRIMER-RENGLON.
           RETURN ORDEN-LIQUIDACION
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-RENGLON-LIQ UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM CERRAR-LIQUIDACION
           END-IF.

       ACUMULAR-RENGLON-LIQ.
           IF ES-PRIMER-RENGLON
              OR OLQ-INTERMEDIARIO NOT = WS-INTERMEDIARIO-ANT
               IF NOT ES-PRIMER-RENGLON
                   PERFORM CERRAR-LIQUIDACION
               END-IF
               MOVE "N" TO WS-PRIMER-RENGLON
               PERFORM ABRIR-LIQUIDACION
           END-IF.
           PERFORM EMITIR-DETALLE-LIQ.
           RETURN ORDEN-LIQUIDACION
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       ABRIR-LIQUIDACION.
           MOVE OLQ-INTERMEDIARIO TO WS-INTERMEDIARIO-ANT.
           MOVE ZEROES TO WS-TOTAL-COMISIONES.
           MOVE ZEROES TO WS-TOTAL-REVERSIONES.
           MOVE ZEROES TO WS-LIQ-USADAS.
           MOVE "N" TO WS-TABLA-DESBORDADA.
           MOVE OLQ-INTERMEDIARIO TO IMD-CODIGO OF REG-INTERMEDIARIOS.
           READ INTERMEDIARIOS-RND
               INVALID KEY
                   MOVE "N" TO WS-INTERMEDIARIO-HALLADO
                   MOVE SPACES TO IMD-RAZON-SOCIAL OF REG-INTERMEDIARIOS
                   MOVE SPACES TO IMD-CUIT OF REG-INTERMEDIARIOS
               NOT INVALID KEY
                   MOVE "S" TO WS-INTERMEDIARIO-HALLADO
           END-READ.
           MOVE SPACES TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "INTERMEDIARIO " DELIMITED BY SIZE
                  OLQ-INTERMEDIARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMD-RAZON-SOCIAL OF REG-INTERMEDIARIOS
                      DELIMITED BY SIZE
                  " CUIT " DELIMITED BY SIZE
                  IMD-CUIT OF REG-INTERMEDIARIOS DELIMITED BY SIZE
               INTO LINEA-LIQUIDACION
           END-STRING.
           WRITE LINEA-LIQUIDACION.

       EMITIR-DETALLE-LIQ.
           ADD OLQ-COMISION TO WS-TOTAL-COMISIONES.
           ADD OLQ-REVERSION TO WS-TOTAL-REVERSIONES.
           IF WS-LIQ-USADAS < 2000
               ADD 1 TO WS-LIQ-USADAS
               MOVE OLQ-CLAVE TO WS-LIQ-CLAVE (WS-LIQ-USADAS)
               MOVE OLQ-COMISION TO WS-LIQ-COMISION (WS-LIQ-USADAS)
               MOVE OLQ-REVERSION TO WS-LIQ-REVERSION (WS-LIQ-USADAS)
           ELSE
               MOVE "S" TO WS-TABLA-DESBORDADA
           END-IF.
           MOVE OLQ-BASE TO WS-BASE-EDIT.
           MOVE OLQ-PORCENTAJE TO WS-PORCENTAJE-EDIT.
           MOVE OLQ-COMISION TO WS-COMISION-EDIT.
           MOVE OLQ-REVERSION TO WS-REVERSION-EDIT.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "  ALQUILER " DELIMITED BY SIZE
                  OLQ-CLAVE (2:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OLQ-CLAVE (8:8) DELIMITED BY SIZE
                  " FACTURA " DELIMITED BY SIZE
                  OLQ-FACTURA DELIMITED BY SIZE
                  " CAT " DELIMITED BY SIZE
                  OLQ-CATEGORIA DELIMITED BY SIZE
                  " BASE " DELIMITED BY SIZE
                  WS-BASE-EDIT DELIMITED BY SIZE
                  " % " DELIMITED BY SIZE
                  WS-PORCENTAJE-EDIT DELIMITED BY SIZE
                  " COMISION " DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
                  " REVERSION " DELIMITED BY SIZE
                  WS-REVERSION-EDIT DELIMITED BY SIZE
               INTO LINEA-LIQUIDACION
           END-STRING.
           WRITE LINEA-LIQUIDACION.

       CERRAR-LIQUIDACION.
           COMPUTE WS-NETO-LIQUIDACION =
               WS-TOTAL-COMISIONES - WS-TOTAL-REVERSIONES.
           MOVE WS-TOTAL-COMISIONES TO WS-COMISION-EDIT.
           MOVE WS-TOTAL-REVERSIONES TO WS-REVERSION-EDIT.
           MOVE WS-NETO-LIQUIDACION TO WS-NETO-EDIT.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "  COMISIONES " DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
                  " REVERSIONES " DELIMITED BY SIZE
                  WS-REVERSION-EDIT DELIMITED BY SIZE
                  " NETO A PAGAR " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
               INTO LINEA-LIQUIDACION
           END-STRING.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           EVALUATE TRUE
               WHEN NOT INTERMEDIARIO-HALLADO
                   MOVE "  NO SE LIQUIDA: INTERMEDIARIO INEXISTENTE"
                       TO LINEA-LIQUIDACION
               WHEN TABLA-DESBORDADA
                   MOVE "  NO SE LIQUIDA: DEMASIADOS RENGLONES"
                       TO LINEA-LIQUIDACION
               WHEN WS-NETO-LIQUIDACION NOT > ZEROES
                   MOVE "  NO SE LIQUIDA: NETO NO POSITIVO, SE ARRASTRA"
                       TO LINEA-LIQUIDACION
               WHEN OTHER
                   PERFORM GRABAR-FACTURA-A-PAGAR
           END-EVALUATE.
           WRITE LINEA-LIQUIDACION.

       GRABAR-FACTURA-A-PAGAR.
           MOVE "N" TO WS-PAGO-GRABADO.
           MOVE IMD-PROVEEDOR OF REG-INTERMEDIARIOS TO
               PRV-CODIGO OF REG-PROVEEDORES.
           READ PROVEEDORES-RND
               INVALID KEY
                   MOVE "  NO SE LIQUIDA: PROVEEDOR INEXISTENTE"
                       TO LINEA-LIQUIDACION
               NOT INVALID KEY
                   PERFORM ARMAR-FACTURA-A-PAGAR
           END-READ.
           IF PAGO-GRABADO
               PERFORM MARCAR-LIQUIDADA
                   VARYING WS-LIQ-IND FROM 1 BY 1
                   UNTIL WS-LIQ-IND > WS-LIQ-USADAS
           END-IF.

       ARMAR-FACTURA-A-PAGAR.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-CONT-DIAS.
           PERFORM SUMAR-DIA-VENCIMIENTO
               UNTIL WS-CONT-DIAS >= PRV-PLAZO-DIAS OF REG-PROVEEDORES.
           MOVE WS-INTERMEDIARIO-ANT TO WS-CLQ-INTERMEDIARIO.
           MOVE WS-PERIODO TO WS-CLQ-PERIODO.
           MOVE PRV-CODIGO OF REG-PROVEEDORES TO
               FPR-PROVEEDOR OF REG-FACTURAS-PROV.
           MOVE WS-COMPROBANTE-LIQ TO
               FPR-COMPROBANTE OF REG-FACTURAS-PROV.
           MOVE SPACES TO FPR-PATENTE OF REG-FACTURAS-PROV.
           MOVE WS-FECHA-PROCESO TO FPR-FECHA OF REG-FACTURAS-PROV.
           MOVE "I" TO FPR-ORIGEN OF REG-FACTURAS-PROV.
           MOVE "O" TO FPR-RUBRO OF REG-FACTURAS-PROV.
           MOVE WS-NETO-LIQUIDACION TO
               FPR-IMPORTE OF REG-FACTURAS-PROV.
           MOVE WS-FECHA-CURSOR TO FPR-VENCIMIENTO OF REG-FACTURAS-PROV.
           MOVE ZEROES TO FPR-OT-FECHA OF REG-FACTURAS-PROV.
           MOVE "P" TO FPR-ESTADO OF REG-FACTURAS-PROV.
           MOVE ZEROES TO FPR-ORDEN-PAGO OF REG-FACTURAS-PROV.
           MOVE ZEROES TO FPR-FECHA-PAGO OF REG-FACTURAS-PROV.
           WRITE REG-FACTURAS-PROV
               INVALID KEY
                   MOVE "  NO SE LIQUIDA: PERIODO YA LIQUIDADO"
                       TO LINEA-LIQUIDACION
               NOT INVALID KEY
                   MOVE "S" TO WS-PAGO-GRABADO
                   ADD 1 TO CANT-LIQUIDACIONES
                   ADD WS-NETO-LIQUIDACION TO WS-TOTAL-GENERAL
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-FACTURAS-PROV TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   STRING "  A PAGAR AL PROVEEDOR " DELIMITED BY SIZE
                          PRV-CODIGO OF REG-PROVEEDORES
                              DELIMITED BY SIZE
                          " COMPROBANTE " DELIMITED BY SIZE
                          WS-COMPROBANTE-LIQ DELIMITED BY SIZE
                          " VENCE " DELIMITED BY SIZE
                          WS-FECHA-CURSOR DELIMITED BY SIZE
                       INTO LINEA-LIQUIDACION
                   END-STRING
           END-WRITE.

       *>
       *> la comision pagada queda "L" con el periodo; la reversion
       *> descontada pasa a lo ya revertido con el suyo.
       *>
       MARCAR-LIQUIDADA.
           MOVE WS-LIQ-CLAVE (WS-LIQ-IND) TO
               IMC-CLAVE OF REG-INTERMEDIACION.
           READ INTERMEDIACION-RND
               INVALID KEY
                   DISPLAY "INTERMEDIACION " WS-LIQ-CLAVE (WS-LIQ-IND)
                       " INEXISTENTE AL MARCAR"
               NOT INVALID KEY
                   IF WS-LIQ-COMISION (WS-LIQ-IND) > ZEROES
                       MOVE "L" TO IMC-ESTADO OF REG-INTERMEDIACION
                       MOVE WS-PERIODO TO
                           IMC-LIQUIDACION OF REG-INTERMEDIACION
                   END-IF
                   IF WS-LIQ-REVERSION (WS-LIQ-IND) > ZEROES
                       SUBTRACT WS-LIQ-REVERSION (WS-LIQ-IND) FROM
                           IMC-REVERSION OF REG-INTERMEDIACION
                       ADD WS-LIQ-REVERSION (WS-LIQ-IND) TO
                           IMC-REVERTIDO OF REG-INTERMEDIACION
                       MOVE WS-PERIODO TO
                           IMC-LIQ-REVERSION OF REG-INTERMEDIACION
                   END-IF
                   REWRITE REG-INTERMEDIACION
                   END-REWRITE
           END-READ.

       SUMAR-DIA-VENCIMIENTO.
           ADD 1 TO WS-CONT-DIAS.
           ADD 1 TO WS-CUR-DD.
           PERFORM DIAS-DEL-MES.
           IF WS-CUR-DD > WS-CUR-DIAS-MES
               MOVE 1 TO WS-CUR-DD
               ADD 1 TO WS-CUR-MM
               IF WS-CUR-MM > 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-AAAA
               END-IF
           END-IF.

       DIAS-DEL-MES.
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
