       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECCIONES-FALTANTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ALQUILERES-SEQ
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-SEQ
           FILE STATUS IS FS-ALQUILERES.

       SELECT INSPECCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/inspecciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INS-CLAVE OF REG-INSPECCIONES
           FILE STATUS IS FS-INSPECCIONES.

       SELECT DEVOLUCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/devoluciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEV-CLAVE OF REG-DEVOLUCIONES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT ORDEN-FALTANTES
           ASSIGN TO DISK "Entrada/indexados/faltantes.wrk".

       SELECT REPORTE-FALTANTES
           ASSIGN TO DISK "Salida/inspeccionesFaltantes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD ALQUILERES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-SEQ.
           03 ALQ-CLAVE.
               05  ALQ-PATENTE PIC X(6).
               05  ALQ-FECHA   PIC 9(8).
           03 ALQ-TIPO-DOC     PIC X.
           03 ALQ-NRO-DOC      PIC X(20).
           03 ALQ-IMPORTE      PIC 9(7)V99.
           03 ALQ-CHOFER       PIC X(7).
           03 ALQ-ESTADO       PIC X.
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD INSPECCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-INSPECCIONES.
           03 INS-CLAVE.
               05  INS-PATENTE     PIC X(6).
               05  INS-FECHA-ALQ   PIC 9(8).
               05  INS-MOMENTO     PIC X.
                   88 INSPECCION-SALIDA    VALUE "S".
                   88 INSPECCION-REGRESO   VALUE "R".
           03 INS-FECHA        PIC 9(8).
           03 INS-SUCURSAL     PIC X(2).
           03 INS-ORIGEN       PIC X.
               88 INSPECCION-MANUAL    VALUE "M".
               88 INSPECCION-COPIADA   VALUE "C".
           03 INS-COMBUSTIBLE  PIC 9.
           03 INS-LIMPIEZA     PIC X.
           03 INS-ZONAS.
               05  INS-DANIO   PIC 9 OCCURS 8 TIMES.

       FD DEVOLUCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCIONES.
           03 DEV-CLAVE.
               05  DEV-PATENTE PIC X(6).
               05  DEV-FECHA   PIC 9(8).
           03 DEV-SUCURSAL     PIC X(2).
           03 DEV-ESTADO       PIC X.

       SD ORDEN-FALTANTES.
       01 REG-ORDEN-FALTANTES.
           03  ORD-SUCURSAL        PIC X(2).
           03  ORD-PATENTE         PIC X(6).
           03  ORD-FECHA           PIC 9(8).
           03  ORD-FECHA-HASTA     PIC 9(8).
           03  ORD-NRO-DOC         PIC X(20).
           03  ORD-CHOFER          PIC X(7).
           03  ORD-CON-SALIDA      PIC X.

       FD REPORTE-FALTANTES
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-INSPECCIONES        PIC XX.
           88 NO-EXISTE-INSPECCIONES VALUE "35".
       01 WS-INSPECCIONES-DISP   PIC X VALUE "N".
           88 INSPECCIONES-DISPONIBLES VALUE "S".
       01 FS-DEVOLUCIONES        PIC XX.
       01 WS-DEVOLUCIONES-DISP   PIC X VALUE "N".
           88 DEVOLUCIONES-DISPONIBLES VALUE "S".
       01 FS-ORDEN               PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD    PIC 9(2).
       01 WS-TIENE-REGRESO       PIC X.

       01 WS-SUCURSAL-ANT        PIC X(2).
       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO      VALUE "S".
       01 CANT-SUCURSAL          PIC 9(5) VALUE ZEROES.
       01 CANT-FALTANTES         PIC 9(5) VALUE ZEROES.
       01 WS-LEYENDA-SALIDA      PIC X(20).

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "INSPECCIONES-FALTAN".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PERIODO DE LOS CIERRES (AAAAMM): ".
           ACCEPT WS-PERIODO.
           SORT ORDEN-FALTANTES
               ON ASCENDING KEY ORD-SUCURSAL
               ON ASCENDING KEY ORD-PATENTE
               ON ASCENDING KEY ORD-FECHA
               INPUT PROCEDURE IS SELECCIONAR-SIN-REGRESO
               OUTPUT PROCEDURE IS EMITIR-FALTANTES.
           DISPLAY "ALQUILERES SIN INSPECCION DE REGRESO: "
               CANT-FALTANTES.
           GOBACK.

       *>
       *> ALQUILERES CERRADOS SIN INSPECCION DE REGRESO: se toman los
       *> cerrados cuya fecha de regreso cae en el periodo y que no
       *> tienen fila "R" en inspecciones. La sucursal es la que
       *> recibio el vehiculo (devoluciones), o la de salida si la
       *> devolucion no quedo registrada.
       *>
       SELECCIONAR-SIN-REGRESO.
           OPEN INPUT ALQUILERES-SEQ.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES.DAT, FS="
                   FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INSPECCIONES-RND.
           IF FS-INSPECCIONES = "00"
               MOVE "S" TO WS-INSPECCIONES-DISP
           END-IF.
           OPEN INPUT DEVOLUCIONES-RND.
           IF FS-DEVOLUCIONES = "00"
               MOVE "S" TO WS-DEVOLUCIONES-DISP
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.
           PERFORM FILTRAR-CERRADO UNTIL EOF-ALQUILERES.
           CLOSE ALQUILERES-SEQ.
           IF INSPECCIONES-DISPONIBLES
               CLOSE INSPECCIONES-RND
           END-IF.
           IF DEVOLUCIONES-DISPONIBLES
               CLOSE DEVOLUCIONES-RND
           END-IF.

       FILTRAR-CERRADO.
           MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ TO WS-FECHA-AUX.
           IF ALQ-ESTADO OF REG-ALQUILERES-SEQ = "C"
              AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM BUSCAR-INSPECCION-REGRESO
               IF WS-TIENE-REGRESO = "N"
                   PERFORM LIBERAR-FALTANTE
               END-IF
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       BUSCAR-INSPECCION-REGRESO.
           MOVE "N" TO WS-TIENE-REGRESO.
           IF INSPECCIONES-DISPONIBLES
               MOVE ALQ-PATENTE OF REG-ALQUILERES-SEQ TO
                   INS-PATENTE OF REG-INSPECCIONES
               MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO
                   INS-FECHA-ALQ OF REG-INSPECCIONES
               MOVE "R" TO INS-MOMENTO OF REG-INSPECCIONES
               READ INSPECCIONES-RND
                   NOT INVALID KEY
                       MOVE "S" TO WS-TIENE-REGRESO
               END-READ
           END-IF.

       LIBERAR-FALTANTE.
           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-SEQ TO ORD-SUCURSAL.
           IF DEVOLUCIONES-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-SEQ TO
                   DEV-CLAVE OF REG-DEVOLUCIONES
               READ DEVOLUCIONES-RND
                   NOT INVALID KEY
                       IF DEV-SUCURSAL OF REG-DEVOLUCIONES NOT = SPACES
                           MOVE DEV-SUCURSAL OF REG-DEVOLUCIONES TO
                               ORD-SUCURSAL
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO ORD-CON-SALIDA.
           IF INSPECCIONES-DISPONIBLES
               MOVE "S" TO INS-MOMENTO OF REG-INSPECCIONES
               READ INSPECCIONES-RND
                   NOT INVALID KEY
                       MOVE "S" TO ORD-CON-SALIDA
               END-READ
           END-IF.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-SEQ TO ORD-PATENTE.
           MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO ORD-FECHA.
           MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ TO
               ORD-FECHA-HASTA.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-SEQ TO ORD-NRO-DOC.
           MOVE ALQ-CHOFER OF REG-ALQUILERES-SEQ TO ORD-CHOFER.
           RELEASE REG-ORDEN-FALTANTES.

       EMITIR-FALTANTES.
           OPEN OUTPUT REPORTE-FALTANTES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ALQUILERES CERRADOS SIN INSPECCION DE REGRESO - "
                      DELIMITED BY SIZE
                  "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-FALTANTES
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM LISTAR-POR-SUCURSAL UNTIL FS-ORDEN = "10".
           IF NOT ES-PRIMER-REGISTRO
               PERFORM EMITIR-CORTE-SUCURSAL
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL GENERAL SIN INSPECCION DE REGRESO: "
                      DELIMITED BY SIZE
                  CANT-FALTANTES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FALTANTES.

       LISTAR-POR-SUCURSAL.
           IF ES-PRIMER-REGISTRO
               MOVE ORD-SUCURSAL TO WS-SUCURSAL-ANT
               MOVE "N" TO WS-PRIMER-REGISTRO
               PERFORM EMITIR-CABECERA-SUCURSAL
           END-IF.
           IF ORD-SUCURSAL NOT = WS-SUCURSAL-ANT
               PERFORM EMITIR-CORTE-SUCURSAL
               MOVE ORD-SUCURSAL TO WS-SUCURSAL-ANT
               PERFORM EMITIR-CABECERA-SUCURSAL
           END-IF.
           IF ORD-CON-SALIDA = "S"
               MOVE "CON INSP. SALIDA" TO WS-LEYENDA-SALIDA
           ELSE
               MOVE "SIN NINGUNA INSP." TO WS-LEYENDA-SALIDA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  ORD-PATENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-FECHA DELIMITED BY SIZE
                  " REGRESO " DELIMITED BY SIZE
                  ORD-FECHA-HASTA DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  ORD-NRO-DOC DELIMITED BY SIZE
                  " CHOFER " DELIMITED BY SIZE
                  ORD-CHOFER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEYENDA-SALIDA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           ADD 1 TO CANT-SUCURSAL.
           ADD 1 TO CANT-FALTANTES.
           RETURN ORDEN-FALTANTES
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-CABECERA-SUCURSAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "SUCURSAL " DELIMITED BY SIZE
                  WS-SUCURSAL-ANT DELIMITED BY SIZE
                  " - A LA ATENCION DEL ENCARGADO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-CORTE-SUCURSAL.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL SUCURSAL " DELIMITED BY SIZE
                  WS-SUCURSAL-ANT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CANT-SUCURSAL DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO CANT-SUCURSAL.
