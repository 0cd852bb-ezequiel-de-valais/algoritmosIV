       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-DE-TRASLADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRASLADOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/traslados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TRS-CLAVE OF REG-TRASLADOS
           ALTERNATE RECORD KEY IS TRS-AGENDA OF REG-TRASLADOS
              WITH DUPLICATES
           FILE STATUS IS FS-TRASLADOS.

       SELECT RESERVAS-RND
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT ORDEN-TRASLADOS
           ASSIGN TO DISK "Entrada/indexados/traslados.wrk".

       SELECT HOJA-TRASLADOS
           ASSIGN TO DISK "Salida/hojaTraslados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOJA.

       DATA DIVISION.

       FILE SECTION.

       FD TRASLADOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-TRASLADOS.
           03 TRS-CLAVE.
               05  TRS-ORIGEN      PIC X.
               05  TRS-REFERENCIA  PIC X(14).
               05  TRS-TIPO        PIC X.
                   88 TRASLADO-ENTREGA VALUE "E".
                   88 TRASLADO-RETIRO  VALUE "R".
           03 TRS-AGENDA.
               05  TRS-SUCURSAL    PIC X(2).
               05  TRS-FECHA       PIC 9(8).
               05  TRS-TURNO       PIC X.
           03 TRS-HORA             PIC 9(4).
           03 TRS-DIRECCION        PIC X(30).
           03 TRS-ZONA             PIC X(3).
           03 TRS-CARGO            PIC 9(5)V99.
           03 TRS-CHOFER           PIC X(7).
           03 TRS-ESTADO           PIC X.
               88 TRASLADO-PENDIENTE   VALUE "P".
               88 TRASLADO-CUMPLIDO    VALUE "C".
               88 TRASLADO-FACTURADO   VALUE "F".
               88 TRASLADO-PASADO      VALUE "T".
               88 TRASLADO-ANULADO     VALUE "X".

       FD RESERVAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-RND.
           03 RES-NUMERO       PIC X(8).
           03 RES-TIPO-DOC     PIC X.
           03 RES-NRO-DOC      PIC X(20).
           03 RES-PATENTE      PIC X(6).
           03 RES-CATEGORIA    PIC X(2).
           03 RES-CHOFER       PIC X(7).
           03 RES-FECHA        PIC 9(8).
           03 RES-IMPORTE      PIC 9(7)V99.
           03 RES-ESTADO       PIC X.

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
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

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

       SD ORDEN-TRASLADOS.
       01 REG-ORDEN-TRASLADOS.
           03  ORD-SUCURSAL        PIC X(2).
           03  ORD-ORDEN-TURNO     PIC 9.
           03  ORD-TURNO           PIC X.
           03  ORD-HORA            PIC 9(4).
           03  ORD-TIPO            PIC X.
           03  ORD-ORIGEN          PIC X.
           03  ORD-REFERENCIA      PIC X(14).
           03  ORD-PATENTE         PIC X(6).
           03  ORD-DIRECCION       PIC X(30).
           03  ORD-ZONA            PIC X(3).
           03  ORD-CLIENTE         PIC X(30).
           03  ORD-TELEFONO        PIC X(20).
           03  ORD-CHOFER          PIC X(7).
           03  ORD-OBSERVACION     PIC X(30).

       FD HOJA-TRASLADOS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-TRASLADOS           PIC XX.
           88 EOF-TRASLADOS          VALUE "10".
       01 FS-RESERVAS            PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-ORDEN               PIC XX.
       01 FS-HOJA                PIC XX.

       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14).
       01 WS-CL-RESULTADO        PIC X.
           88 CHOFER-LIBRE           VALUE "D".
           88 CHOFER-FUERA-PLANTEL   VALUE "P".
           88 CHOFER-OCUPADO         VALUE "O".
           88 CHOFER-DE-LICENCIA     VALUE "L".

       01 WS-FECHA-HOJA          PIC 9(8).
       01 WS-NRO-DOC             PIC X(20).
       01 WS-LEYENDA-TIPO        PIC X(7).
       01 WS-HORA-EDIT.
           03 WS-HORA-HH         PIC 99.
           03 FILLER             PIC X VALUE ":".
           03 WS-HORA-MM         PIC 99.
       01 WS-HORA-AUX            PIC 9(4).
       01 WS-HORA-AUX-RED REDEFINES WS-HORA-AUX.
           03 WS-HORA-AUX-HH     PIC 99.
           03 WS-HORA-AUX-MM     PIC 99.

       01 WS-SUCURSAL-ANT        PIC X(2).
       01 WS-TURNO-ANT           PIC X.
       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO      VALUE "S".
       01 CANT-TURNO             PIC 9(5) VALUE ZEROES.
       01 CANT-SUCURSAL          PIC 9(5) VALUE ZEROES.
       01 CANT-TRASLADOS         PIC 9(5) VALUE ZEROES.
       01 CANT-SIN-CHOFER        PIC 9(5) VALUE ZEROES.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "HOJA-TRASLADOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "FECHA DE LA HOJA (AAAAMMDD, ENTER = HOY): ".
           ACCEPT WS-FECHA-HOJA.
           IF WS-FECHA-HOJA = ZEROES
               ACCEPT WS-FECHA-HOJA FROM DATE YYYYMMDD
           END-IF.
           SORT ORDEN-TRASLADOS
               ON ASCENDING KEY ORD-SUCURSAL
               ON ASCENDING KEY ORD-ORDEN-TURNO
               ON ASCENDING KEY ORD-HORA
               INPUT PROCEDURE IS SELECCIONAR-TRASLADOS
               OUTPUT PROCEDURE IS EMITIR-HOJA.
           DISPLAY "TRASLADOS DEL DIA: " CANT-TRASLADOS
               " SIN CHOFER: " CANT-SIN-CHOFER.
           GOBACK.

       *>
       *> HOJA DE TRASLADOS: las entregas y retiros en domicilio
       *> pendientes o cumplidos del dia, por sucursal y turno en
       *> orden de hora. Cada chofer se vuelve a validar como lo haria
       *> CHOFERES-DISPONIBLES (una licencia o un alquiler cargados
       *> despues de tomar la orden lo dejan afuera): si no esta
       *> libre, la hoja no lo asigna y marca la orden para
       *> reasignar.
       *>
       SELECCIONAR-TRASLADOS.
           OPEN INPUT TRASLADOS-SEQ.
           IF FS-TRASLADOS <> "00"
               DISPLAY "ERROR AL ABRIR TRASLADOS.DAT, FS="
                   FS-TRASLADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESERVAS-RND.
           OPEN INPUT ALQUILERES-RND.
           OPEN INPUT CLIENTES-RND.
           READ TRASLADOS-SEQ
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.
           PERFORM FILTRAR-TRASLADO UNTIL EOF-TRASLADOS.
           CLOSE TRASLADOS-SEQ.
           CLOSE RESERVAS-RND.
           CLOSE ALQUILERES-RND.
           CLOSE CLIENTES-RND.

       FILTRAR-TRASLADO.
           IF TRS-FECHA OF REG-TRASLADOS = WS-FECHA-HOJA
              AND (TRASLADO-PENDIENTE OR TRASLADO-CUMPLIDO)
               PERFORM LIBERAR-TRASLADO
           END-IF.
           READ TRASLADOS-SEQ
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.

       LIBERAR-TRASLADO.
           MOVE TRS-SUCURSAL OF REG-TRASLADOS TO ORD-SUCURSAL.
           MOVE TRS-TURNO OF REG-TRASLADOS TO ORD-TURNO.
           EVALUATE TRS-TURNO OF REG-TRASLADOS
               WHEN "M" MOVE 1 TO ORD-ORDEN-TURNO
               WHEN "T" MOVE 2 TO ORD-ORDEN-TURNO
               WHEN "N" MOVE 3 TO ORD-ORDEN-TURNO
               WHEN OTHER MOVE 4 TO ORD-ORDEN-TURNO
           END-EVALUATE.
           MOVE TRS-HORA OF REG-TRASLADOS TO ORD-HORA.
           MOVE TRS-TIPO OF REG-TRASLADOS TO ORD-TIPO.
           MOVE TRS-ORIGEN OF REG-TRASLADOS TO ORD-ORIGEN.
           MOVE TRS-REFERENCIA OF REG-TRASLADOS TO ORD-REFERENCIA.
           MOVE TRS-DIRECCION OF REG-TRASLADOS TO ORD-DIRECCION.
           MOVE TRS-ZONA OF REG-TRASLADOS TO ORD-ZONA.
           MOVE SPACES TO ORD-PATENTE.
           MOVE SPACES TO WS-NRO-DOC.
           MOVE SPACES TO WS-CL-EXCLUIR.
           IF TRS-ORIGEN OF REG-TRASLADOS = "A"
               MOVE TRS-REFERENCIA OF REG-TRASLADOS TO
                   ALQ-CLAVE OF REG-ALQUILERES-RND
               READ ALQUILERES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                           ORD-PATENTE
                       MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                           WS-NRO-DOC
                       MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                           WS-CL-EXCLUIR
               END-READ
           ELSE
               MOVE TRS-REFERENCIA OF REG-TRASLADOS TO
                   RES-NUMERO OF REG-RESERVAS-RND
               READ RESERVAS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RES-PATENTE OF REG-RESERVAS-RND TO
                           ORD-PATENTE
                       MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO
                           WS-NRO-DOC
               END-READ
           END-IF.
           MOVE SPACES TO ORD-CLIENTE.
           MOVE SPACES TO ORD-TELEFONO.
           MOVE WS-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOMBRE OF REG-CLIENTES-RND TO ORD-CLIENTE
                   MOVE CLI-TELEF OF REG-CLIENTES-RND TO ORD-TELEFONO
           END-READ.
           PERFORM VERIFICAR-CHOFER-HOJA.
           RELEASE REG-ORDEN-TRASLADOS.

       VERIFICAR-CHOFER-HOJA.
           MOVE TRS-CHOFER OF REG-TRASLADOS TO ORD-CHOFER.
           MOVE SPACES TO ORD-OBSERVACION.
           IF TRASLADO-CUMPLIDO
               MOVE "CUMPLIDO" TO ORD-OBSERVACION
           ELSE IF TRS-CHOFER OF REG-TRASLADOS = SPACES
               MOVE "SIN CHOFER: ASIGNAR" TO ORD-OBSERVACION
           ELSE
               MOVE TRS-CHOFER OF REG-TRASLADOS TO WS-CL-LEGAJO
               MOVE TRS-FECHA OF REG-TRASLADOS TO WS-CL-FECHA
               MOVE TRS-TURNO OF REG-TRASLADOS TO WS-CL-TURNO
               CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
                   WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO
               EVALUATE TRUE
                   WHEN CHOFER-FUERA-PLANTEL
                       MOVE "REASIGNAR: FUERA DE PLANTEL" TO
                           ORD-OBSERVACION
                   WHEN CHOFER-OCUPADO
                       MOVE "REASIGNAR: CHOFER OCUPADO" TO
                           ORD-OBSERVACION
                   WHEN CHOFER-DE-LICENCIA
                       MOVE "REASIGNAR: CHOFER DE LICENCIA" TO
                           ORD-OBSERVACION
               END-EVALUATE
               IF NOT CHOFER-LIBRE
                   MOVE SPACES TO ORD-CHOFER
               END-IF
           END-IF
           END-IF.

       EMITIR-HOJA.
           OPEN OUTPUT HOJA-TRASLADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "HOJA DE ENTREGAS Y RETIROS EN DOMICILIO - "
                      DELIMITED BY SIZE
                  "FECHA " DELIMITED BY SIZE
                  WS-FECHA-HOJA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-TRASLADOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM LISTAR-TRASLADO UNTIL FS-ORDEN = "10".
           IF NOT ES-PRIMER-REGISTRO
               PERFORM EMITIR-CORTE-TURNO
               PERFORM EMITIR-CORTE-SUCURSAL
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "TOTAL DE TRASLADOS: " DELIMITED BY SIZE
                  CANT-TRASLADOS DELIMITED BY SIZE
                  "   SIN CHOFER ASIGNADO: " DELIMITED BY SIZE
                  CANT-SIN-CHOFER DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE HOJA-TRASLADOS.

       LISTAR-TRASLADO.
           IF ES-PRIMER-REGISTRO
               MOVE ORD-SUCURSAL TO WS-SUCURSAL-ANT
               MOVE ORD-TURNO TO WS-TURNO-ANT
               MOVE "N" TO WS-PRIMER-REGISTRO
               PERFORM EMITIR-CABECERA-SUCURSAL
               PERFORM EMITIR-CABECERA-TURNO
           END-IF.
           IF ORD-SUCURSAL NOT = WS-SUCURSAL-ANT
               PERFORM EMITIR-CORTE-TURNO
               PERFORM EMITIR-CORTE-SUCURSAL
               MOVE ORD-SUCURSAL TO WS-SUCURSAL-ANT
               MOVE ORD-TURNO TO WS-TURNO-ANT
               PERFORM EMITIR-CABECERA-SUCURSAL
               PERFORM EMITIR-CABECERA-TURNO
           ELSE IF ORD-TURNO NOT = WS-TURNO-ANT
               PERFORM EMITIR-CORTE-TURNO
               MOVE ORD-TURNO TO WS-TURNO-ANT
               PERFORM EMITIR-CABECERA-TURNO
           END-IF
           END-IF.
           IF ORD-TIPO = "E"
               MOVE "ENTREGA" TO WS-LEYENDA-TIPO
           ELSE
               MOVE "RETIRO" TO WS-LEYENDA-TIPO
           END-IF.
           MOVE ORD-HORA TO WS-HORA-AUX.
           MOVE WS-HORA-AUX-HH TO WS-HORA-HH.
           MOVE WS-HORA-AUX-MM TO WS-HORA-MM.
           IF ORD-CHOFER = SPACES
               ADD 1 TO CANT-SIN-CHOFER
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  WS-HORA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEYENDA-TIPO DELIMITED BY SIZE
                  " PATENTE " DELIMITED BY SIZE
                  ORD-PATENTE DELIMITED BY SIZE
                  " CHOFER " DELIMITED BY SIZE
                  ORD-CHOFER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-OBSERVACION DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " DELIMITED BY SIZE
                  ORD-DIRECCION DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  ORD-ZONA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-CLIENTE DELIMITED BY SIZE
                  " TEL " DELIMITED BY SIZE
                  ORD-TELEFONO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           ADD 1 TO CANT-TURNO.
           ADD 1 TO CANT-SUCURSAL.
           ADD 1 TO CANT-TRASLADOS.
           RETURN ORDEN-TRASLADOS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       EMITIR-CABECERA-SUCURSAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "SUCURSAL " DELIMITED BY SIZE
                  WS-SUCURSAL-ANT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-CABECERA-TURNO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING " TURNO " DELIMITED BY SIZE
                  WS-TURNO-ANT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-CORTE-TURNO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TRASLADOS DEL TURNO " DELIMITED BY SIZE
                  WS-TURNO-ANT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CANT-TURNO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO CANT-TURNO.

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
