       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-RECLAMOS.
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

       SELECT ORDEN-RECLAMOS
           ASSIGN TO DISK "Entrada/indexados/antiguedadReclamos.wrk".

       SELECT REPORTE-RECLAMOS
           ASSIGN TO DISK "Salida/antiguedadReclamos.txt"
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

       SD ORDEN-RECLAMOS.
       01 REG-ORDEN-RECLAMOS.
           03  ORD-SEVERIDAD       PIC 9.
           03  ORD-FECHA-ALTA      PIC 9(8).
           03  ORD-NUMERO          PIC 9(8).
           03  ORD-CLI-NUMERO      PIC X(8).
           03  ORD-CATEGORIA       PIC X.
           03  ORD-ESTADO          PIC X.
           03  ORD-FECHA-LIMITE    PIC 9(8).
           03  ORD-DIAS            PIC 9(3).
           03  ORD-DESCRIPCION     PIC X(40).

       FD REPORTE-RECLAMOS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-RECLAMOS            PIC XX.
           88 EOF-RECLAMOS           VALUE "10".
       01 FS-ORDEN               PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-DIAS-ABIERTO        PIC 9(3).
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

       01 WS-SEVERIDAD-ANT       PIC 9.
       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO      VALUE "S".
       01 WS-MARCA-SLA           PIC X(13).
       01 WS-NOMBRE-SEVERIDAD    PIC X(5).

       *>
       *> abiertos y fuera de plazo por severidad (1 alta, 2 media,
       *> 3 baja); el plazo de cada reclamo quedo fijado en su alta.
       *>
       01 WS-CONTADORES-SEVERIDAD.
           03 WS-CONT-SEVERIDAD OCCURS 3 TIMES.
               05 CANT-ABIERTOS      PIC 9(5).
               05 CANT-FUERA-SLA     PIC 9(5).
       01 WS-IND-SEV             PIC 9.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-CONTADORES-SEVERIDAD.
           SORT ORDEN-RECLAMOS
               ON ASCENDING KEY ORD-SEVERIDAD
               ON ASCENDING KEY ORD-FECHA-ALTA
               ON ASCENDING KEY ORD-NUMERO
               INPUT PROCEDURE IS SELECCIONAR-ABIERTOS
               OUTPUT PROCEDURE IS EMITIR-ANTIGUEDAD.
           GOBACK.

       SELECCIONAR-ABIERTOS.
           OPEN INPUT RECLAMOS-SEQ.
           IF FS-RECLAMOS <> "00"
               DISPLAY "ERROR AL ABRIR RECLAMOS, FS=" FS-RECLAMOS
               STOP RUN
           END-IF.
           READ RECLAMOS-SEQ
               AT END MOVE "10" TO FS-RECLAMOS
           END-READ.
           PERFORM FILTRAR-ABIERTO UNTIL EOF-RECLAMOS.
           CLOSE RECLAMOS-SEQ.

       FILTRAR-ABIERTO.
           IF RECLAMO-PENDIENTE
              AND REC-SEVERIDAD OF REG-RECLAMOS >= 1
              AND REC-SEVERIDAD OF REG-RECLAMOS <= 3
               PERFORM CALCULAR-DIAS-ABIERTO
               MOVE REC-SEVERIDAD OF REG-RECLAMOS TO ORD-SEVERIDAD
               MOVE REC-FECHA-ALTA OF REG-RECLAMOS TO ORD-FECHA-ALTA
               MOVE REC-NUMERO OF REG-RECLAMOS TO ORD-NUMERO
               MOVE REC-CLI-NUMERO OF REG-RECLAMOS TO ORD-CLI-NUMERO
               MOVE REC-CATEGORIA OF REG-RECLAMOS TO ORD-CATEGORIA
               MOVE REC-ESTADO OF REG-RECLAMOS TO ORD-ESTADO
               MOVE REC-FECHA-LIMITE OF REG-RECLAMOS TO
                   ORD-FECHA-LIMITE
               MOVE WS-DIAS-ABIERTO TO ORD-DIAS
               MOVE REC-DESCRIPCION OF REG-RECLAMOS TO
                   ORD-DESCRIPCION
               RELEASE REG-ORDEN-RECLAMOS
           END-IF.
           READ RECLAMOS-SEQ
               AT END MOVE "10" TO FS-RECLAMOS
           END-READ.

       *>
       *> dias corridos desde el alta, con tope en 999.
       *>
       CALCULAR-DIAS-ABIERTO.
           MOVE ZEROES TO WS-DIAS-ABIERTO.
           MOVE REC-FECHA-ALTA OF REG-RECLAMOS TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-ABIERTO
               UNTIL WS-FECHA-CURSOR >= WS-FECHA-PROCESO
               OR WS-DIAS-ABIERTO >= 999.

       SUMAR-DIA-ABIERTO.
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
           ADD 1 TO WS-DIAS-ABIERTO.

       EMITIR-ANTIGUEDAD.
           OPEN OUTPUT REPORTE-RECLAMOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECLAMOS ABIERTOS AL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
                  " POR SEVERIDAD Y ANTIGUEDAD" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-RECLAMOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM EMITIR-RECLAMO UNTIL FS-ORDEN = "10".
           PERFORM EMITIR-RESUMEN-SLA.
           CLOSE REPORTE-RECLAMOS.

       EMITIR-RECLAMO.
           IF ES-PRIMER-REGISTRO
              OR ORD-SEVERIDAD NOT = WS-SEVERIDAD-ANT
               MOVE "N" TO WS-PRIMER-REGISTRO
               MOVE ORD-SEVERIDAD TO WS-SEVERIDAD-ANT
               PERFORM EMITIR-TITULO-SEVERIDAD
           END-IF.
           ADD 1 TO CANT-ABIERTOS (ORD-SEVERIDAD).
           IF ORD-FECHA-LIMITE < WS-FECHA-PROCESO
               ADD 1 TO CANT-FUERA-SLA (ORD-SEVERIDAD)
               MOVE "*FUERA DE SLA" TO WS-MARCA-SLA
           ELSE
               MOVE SPACES TO WS-MARCA-SLA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  ORD-NUMERO DELIMITED BY SIZE
                  " CLI " DELIMITED BY SIZE
                  ORD-CLI-NUMERO DELIMITED BY SIZE
                  " CAT " DELIMITED BY SIZE
                  ORD-CATEGORIA DELIMITED BY SIZE
                  " EST " DELIMITED BY SIZE
                  ORD-ESTADO DELIMITED BY SIZE
                  " ALTA " DELIMITED BY SIZE
                  ORD-FECHA-ALTA DELIMITED BY SIZE
                  " DIAS " DELIMITED BY SIZE
                  ORD-DIAS DELIMITED BY SIZE
                  " LIMITE " DELIMITED BY SIZE
                  ORD-FECHA-LIMITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA-SLA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-DESCRIPCION DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-RECLAMOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-TITULO-SEVERIDAD.
           PERFORM NOMBRAR-SEVERIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SEVERIDAD " DELIMITED BY SIZE
                  WS-SEVERIDAD-ANT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NOMBRE-SEVERIDAD DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       NOMBRAR-SEVERIDAD.
           EVALUATE WS-SEVERIDAD-ANT
               WHEN 1 MOVE "ALTA" TO WS-NOMBRE-SEVERIDAD
               WHEN 2 MOVE "MEDIA" TO WS-NOMBRE-SEVERIDAD
               WHEN OTHER MOVE "BAJA" TO WS-NOMBRE-SEVERIDAD
           END-EVALUATE.

       EMITIR-RESUMEN-SLA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN CONTRA SLA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-LINEA-RESUMEN
               VARYING WS-IND-SEV FROM 1 BY 1 UNTIL WS-IND-SEV > 3.

       EMITIR-LINEA-RESUMEN.
           MOVE WS-IND-SEV TO WS-SEVERIDAD-ANT.
           PERFORM NOMBRAR-SEVERIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SEVERIDAD " DELIMITED BY SIZE
                  WS-NOMBRE-SEVERIDAD DELIMITED BY SIZE
                  ": ABIERTOS " DELIMITED BY SIZE
                  CANT-ABIERTOS (WS-IND-SEV) DELIMITED BY SIZE
                  " FUERA DE SLA " DELIMITED BY SIZE
                  CANT-FUERA-SLA (WS-IND-SEV) DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
