       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS-CHOFER-VEHICULO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECLAMOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/reclamosClientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REC-NUMERO OF REG-RECLAMOS
           FILE STATUS IS FS-RECLAMOS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT ORDEN-RECLAMOS
           ASSIGN TO DISK "Entrada/indexados/reclamosChoferVeh.wrk".

       SELECT REPORTE-RECLAMOS
           ASSIGN TO DISK "Salida/reclamosChoferVehiculo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD RECLAMOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RECLAMOS.
           03 REC-NUMERO           PIC 9(8).
           03 REC-CLI-NUMERO       PIC X(8).
           03 REC-ALQ-CLAVE.
               05  REC-PATENTE     PIC X(6).
               05  REC-FECHA-ALQ   PIC 9(8).
           03 REC-FACTURA          PIC 9(8).
           03 REC-CHOFER           PIC X(7).
           03 REC-CATEGORIA        PIC X.
           03 REC-SEVERIDAD        PIC 9.
           03 REC-FECHA-ALTA       PIC 9(8).
           03 REC-FECHA-LIMITE     PIC 9(8).
           03 REC-DESCRIPCION      PIC X(60).
           03 REC-ESTADO           PIC X.
               88 RECLAMO-PENDIENTE    VALUE "A" "P".
           03 REC-FECHA-RESOLUCION PIC 9(8).
           03 REC-RESOLUCION       PIC X(60).
           03 REC-NOTA-CREDITO     PIC 9(8).
           03 REC-ULTIMO-MOVIMIENTO PIC 9(3).

       FD CHOFERES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CHOFERES-RND.
           03  CHO-CLAVE.
               05  CHO-NRO-LEGAJO  PIC X(7).
               05  CHO-FECHA-DESDE PIC 9(8).
           03  CHO-FECHA-HASTA     PIC 9(8).
           03  CHO-TURNO           PIC X.
           03  CHO-NOMBRE          PIC X(30).
           03  CHO-SUCURSAL        PIC X(2).

       SD ORDEN-RECLAMOS.
       01 REG-ORDEN-RECLAMOS.
           03  ORD-TIPO            PIC X.
           03  ORD-CLAVE           PIC X(7).
           03  ORD-CATEGORIA       PIC X.
           03  ORD-SEVERIDAD       PIC 9.
           03  ORD-PENDIENTE       PIC X.

       FD REPORTE-RECLAMOS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-RECLAMOS            PIC XX.
           88 EOF-RECLAMOS           VALUE "10".
       01 FS-CHOFERES            PIC XX.
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-FECHA-DESDE         PIC 9(8).
       01 WS-FECHA-HASTA         PIC 9(8).
       01 WS-FECHA-PROCESO       PIC 9(8).

       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 WS-TIPO-ANT            PIC X.
       01 WS-CLAVE-ANT           PIC X(7).
       01 WS-NOMBRE              PIC X(30).

       *>
       *> contadores del chofer o vehiculo en curso: total,
       *> abiertos, severidad alta y uno por categoria.
       *>
       01 CANT-TOTAL             PIC 9(5).
       01 CANT-ABIERTOS          PIC 9(5).
       01 CANT-ALTA              PIC 9(5).
       01 CANT-COBRO             PIC 9(5).
       01 CANT-CONDUCTA          PIC 9(5).
       01 CANT-VEHICULO          PIC 9(5).
       01 CANT-OTROS             PIC 9(5).

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "RECLAMOS DESDE (AAAAMMDD, 0 = TODOS): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "RECLAMOS HASTA (AAAAMMDD, 0 = HOY): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = ZEROES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES <> "00"
               DISPLAY "ERROR AL ABRIR CHOFERES, FS=" FS-CHOFERES
               STOP RUN
           END-IF.
           SORT ORDEN-RECLAMOS
               ON ASCENDING KEY ORD-TIPO
               ON ASCENDING KEY ORD-CLAVE
               INPUT PROCEDURE IS SELECCIONAR-RECLAMOS
               OUTPUT PROCEDURE IS EMITIR-CONTEO.
           CLOSE CHOFERES-RND.
           GOBACK.

       *>
       *> cada reclamo del rango cuenta para su chofer (C) y para
       *> el vehiculo del alquiler (V), cuando los tiene.
       *>
       SELECCIONAR-RECLAMOS.
           OPEN INPUT RECLAMOS-SEQ.
           IF FS-RECLAMOS <> "00"
               DISPLAY "ERROR AL ABRIR RECLAMOS, FS=" FS-RECLAMOS
               STOP RUN
           END-IF.
           READ RECLAMOS-SEQ
               AT END MOVE "10" TO FS-RECLAMOS
           END-READ.
           PERFORM FILTRAR-RECLAMO UNTIL EOF-RECLAMOS.
           CLOSE RECLAMOS-SEQ.

       FILTRAR-RECLAMO.
           IF REC-FECHA-ALTA OF REG-RECLAMOS >= WS-FECHA-DESDE
              AND REC-FECHA-ALTA OF REG-RECLAMOS <= WS-FECHA-HASTA
               MOVE REC-CATEGORIA OF REG-RECLAMOS TO ORD-CATEGORIA
               MOVE REC-SEVERIDAD OF REG-RECLAMOS TO ORD-SEVERIDAD
               IF RECLAMO-PENDIENTE
                   MOVE "S" TO ORD-PENDIENTE
               ELSE
                   MOVE "N" TO ORD-PENDIENTE
               END-IF
               IF REC-CHOFER OF REG-RECLAMOS NOT = SPACES
                   MOVE "C" TO ORD-TIPO
                   MOVE REC-CHOFER OF REG-RECLAMOS TO ORD-CLAVE
                   RELEASE REG-ORDEN-RECLAMOS
               END-IF
               IF REC-PATENTE OF REG-RECLAMOS NOT = SPACES
                   MOVE "V" TO ORD-TIPO
                   MOVE REC-PATENTE OF REG-RECLAMOS TO ORD-CLAVE
                   RELEASE REG-ORDEN-RECLAMOS
               END-IF
           END-IF.
           READ RECLAMOS-SEQ
               AT END MOVE "10" TO FS-RECLAMOS
           END-READ.

       EMITIR-CONTEO.
           OPEN OUTPUT REPORTE-RECLAMOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECLAMOS POR CHOFER Y POR VEHICULO DEL "
                      DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-FECHA-HASTA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "CATEGORIAS: C=COBRO D=CONDUCTA V=VEHICULO O=OTRO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-RECLAMOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM CONTAR-RECLAMO UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM EMITIR-CORTE
           END-IF.
           CLOSE REPORTE-RECLAMOS.

       CONTAR-RECLAMO.
           IF ES-PRIMER-RENGLON
              OR ORD-TIPO NOT = WS-TIPO-ANT
              OR ORD-CLAVE NOT = WS-CLAVE-ANT
               IF NOT ES-PRIMER-RENGLON
                   PERFORM EMITIR-CORTE
               END-IF
               IF ES-PRIMER-RENGLON OR ORD-TIPO NOT = WS-TIPO-ANT
                   PERFORM EMITIR-TITULO-TIPO
               END-IF
               MOVE "N" TO WS-PRIMER-RENGLON
               MOVE ORD-TIPO TO WS-TIPO-ANT
               MOVE ORD-CLAVE TO WS-CLAVE-ANT
               MOVE ZEROES TO CANT-TOTAL CANT-ABIERTOS CANT-ALTA
                   CANT-COBRO CANT-CONDUCTA CANT-VEHICULO CANT-OTROS
           END-IF.
           ADD 1 TO CANT-TOTAL.
           IF ORD-PENDIENTE = "S"
               ADD 1 TO CANT-ABIERTOS
           END-IF.
           IF ORD-SEVERIDAD = 1
               ADD 1 TO CANT-ALTA
           END-IF.
           EVALUATE ORD-CATEGORIA
               WHEN "C" ADD 1 TO CANT-COBRO
               WHEN "D" ADD 1 TO CANT-CONDUCTA
               WHEN "V" ADD 1 TO CANT-VEHICULO
               WHEN OTHER ADD 1 TO CANT-OTROS
           END-EVALUATE.
           RETURN ORDEN-RECLAMOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-TITULO-TIPO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF ORD-TIPO = "C"
               MOVE "POR CHOFER" TO LINEA-REPORTE
           ELSE
               MOVE "POR VEHICULO" TO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.

       EMITIR-CORTE.
           MOVE SPACES TO WS-NOMBRE.
           IF WS-TIPO-ANT = "C"
               MOVE WS-CLAVE-ANT TO CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF
                   REG-CHOFERES-RND
                   INVALID KEY MOVE "(LEGAJO INEXISTENTE)" TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE CHO-NOMBRE OF REG-CHOFERES-RND TO WS-NOMBRE
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  WS-CLAVE-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  CANT-TOTAL DELIMITED BY SIZE
                  " ABIERTOS " DELIMITED BY SIZE
                  CANT-ABIERTOS DELIMITED BY SIZE
                  " SEV.ALTA " DELIMITED BY SIZE
                  CANT-ALTA DELIMITED BY SIZE
                  " C " DELIMITED BY SIZE
                  CANT-COBRO DELIMITED BY SIZE
                  " D " DELIMITED BY SIZE
                  CANT-CONDUCTA DELIMITED BY SIZE
                  " V " DELIMITED BY SIZE
                  CANT-VEHICULO DELIMITED BY SIZE
                  " O " DELIMITED BY SIZE
                  CANT-OTROS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
