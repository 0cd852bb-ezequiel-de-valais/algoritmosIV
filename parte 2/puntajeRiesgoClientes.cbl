       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTAJE-RIESGO-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT FACTURAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SEQ
           FILE STATUS IS FS-FACTURAS.

       SELECT RESERVAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-SEQ
           FILE STATUS IS FS-RESERVAS.

       SELECT SENIAS-RND
           ASSIGN TO DISK "Entrada/indexados/senias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-RES-NUMERO OF REG-SENIAS
           FILE STATUS IS FS-SENIAS.

       SELECT SALDOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/saldos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAL-CLAVE OF REG-SALDOS-SEQ
           FILE STATUS IS FS-SALDOS.

       SELECT LIMITES-RND
           ASSIGN TO DISK "Entrada/indexados/limitesCredito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIM-CLI-NUMERO OF REG-LIMITES
           FILE STATUS IS FS-LIMITES.

       SELECT PROPUESTAS-RND
           ASSIGN TO DISK "Entrada/indexados/propuestasLimite.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRL-CLAVE OF REG-PROPUESTAS
           FILE STATUS IS FS-PROPUESTAS.

       SELECT ORDEN-RIESGO
           ASSIGN TO DISK "Entrada/indexados/puntajeRiesgo.wrk".

       SELECT REPORTE-PUNTAJE
           ASSIGN TO DISK "Salida/puntajeRiesgoClientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

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
               88 FAC-ES-FACTURA         VALUE "F".
               88 FAC-ES-CARGO-SINIESTRO VALUE "S".
               88 FAC-ES-NOTA-INTERES    VALUE "D".
               88 FAC-ES-RECHAZO-CHEQUE  VALUE "R".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD RESERVAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-SEQ.
           03 RES-NUMERO       PIC X(8).
           03 RES-TIPO-DOC     PIC X.
           03 RES-NRO-DOC      PIC X(20).
           03 RES-PATENTE      PIC X(6).
           03 RES-CATEGORIA    PIC X(2).
           03 RES-CHOFER       PIC X(7).
           03 RES-FECHA        PIC 9(8).
           03 RES-IMPORTE      PIC 9(7)V99.
           03 RES-ESTADO       PIC X.
               88 RES-NO-SHOW      VALUE "N".

       FD SENIAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-SENIAS.
           03 SEN-RES-NUMERO   PIC X(8).
           03 SEN-IMPORTE      PIC 9(7)V99.
           03 SEN-FECHA        PIC 9(8).
           03 SEN-ESTADO       PIC X.
               88 SENIA-PERDIDA    VALUE "P".
           03 SEN-MOTIVO       PIC X(2).

       FD SALDOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-SALDOS-SEQ.
           03 SAL-CLAVE.
               05  SAL-CLI-NUMERO  PIC X(8).
               05  SAL-PERIODO     PIC 9(6).
           03 SAL-SALDO-CIERRE     PIC S9(11)V99.

       FD LIMITES-RND
           LABEL RECORD IS STANDARD.
       01 REG-LIMITES.
           03 LIM-CLI-NUMERO   PIC X(8).
           03 LIM-LIMITE       PIC 9(9)V99.

       *>
       *> propuesta de cambio de limite por cliente y periodo de
       *> calculo, con los indicadores que la fundan para que el
       *> supervisor la apruebe o rechace en APROBACION-LIMITES.
       *>
       FD PROPUESTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTAS.
           03 PRL-CLAVE.
               05  PRL-PERIODO         PIC 9(6).
               05  PRL-CLI-NUMERO      PIC X(8).
           03 PRL-PUNTAJE              PIC 9(4).
           03 PRL-TIENE-LIMITE         PIC X.
           03 PRL-LIMITE-ACTUAL        PIC 9(9)V99.
           03 PRL-LIMITE-SUGERIDO      PIC 9(9)V99.
           03 PRL-ANTIGUEDAD           PIC 9(2).
           03 PRL-ALQUILERES           PIC 9(4).
           03 PRL-MESES-DEUDA          PIC 9(2).
           03 PRL-MOROSO               PIC X.
           03 PRL-RECHAZOS             PIC 9(2).
           03 PRL-NOTAS-INTERES        PIC 9(2).
           03 PRL-NO-SHOWS             PIC 9(2).
           03 PRL-SENIAS-PERDIDAS      PIC 9(2).
           03 PRL-SINIESTROS           PIC 9(2).
           03 PRL-ESTADO               PIC X.
               88 PROPUESTA-PENDIENTE      VALUE "P".
               88 PROPUESTA-APROBADA       VALUE "A".
               88 PROPUESTA-RECHAZADA      VALUE "R".
           03 PRL-FECHA-ESTADO         PIC 9(8).

       SD ORDEN-RIESGO.
       01 REG-ORDEN-RIESGO.
           03  ORD-CLI-NUMERO      PIC X(8).
           03  ORD-TIPO            PIC X.

       FD REPORTE-PUNTAJE
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-CLIENTES            PIC XX.
           88 EOF-CLIENTES           VALUE "10".
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 FS-SENIAS              PIC XX.
       01 FS-SALDOS              PIC XX.
           88 EOF-SALDOS             VALUE "10".
       01 FS-LIMITES             PIC XX.
       01 FS-PROPUESTAS          PIC XX.
           88 NO-EXISTE-PROPUESTAS   VALUE "35".
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PUNTAJE-RIESGO".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-PROCESO-RED REDEFINES WS-FECHA-PROCESO.
           03 WS-PROCESO-AAAAMM  PIC 9(6).
           03 WS-PROCESO-DD      PIC 9(2).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA    PIC 9(4).
           03 WS-PERIODO-MM      PIC 9(2).
       01 WS-PERIODO-DESDE       PIC 9(6).
       01 WS-PERIODO-DESDE-RED REDEFINES WS-PERIODO-DESDE.
           03 WS-DESDE-AAAA      PIC 9(4).
           03 WS-DESDE-MM        PIC 9(2).
       01 WS-FECHA-DESDE         PIC 9(8).
       01 WS-FECHA-HASTA         PIC 9(8).

       *>
       *> LIMITE BASE: el limite de un cliente de riesgo normal
       *> (parametro LIM-BASE-RIE). La banda de puntaje lo
       *> multiplica: 800+ x2, 650+ x1,5, 500+ x1, 350+ x0,5 y
       *> menos de 350 sin credito.
       *>
       01 WS-LIMITE-BASE         PIC 9(9)V99 VALUE 500000.
       01 WS-LIMITE-SUGERIDO     PIC 9(9)V99.
       01 WS-DIFERENCIA          PIC S9(9)V99.
       01 WS-TOLERANCIA          PIC 9(9)V99.

       01 WS-CLI-ANT             PIC X(8).
       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 WS-CLIENTE-EN-MAESTRO  PIC X.
           88 CLIENTE-EN-MAESTRO     VALUE "S".
       01 WS-CLI-HALLADO         PIC X(8).
       01 WS-PROPONER            PIC X.
           88 HAY-PROPUESTA          VALUE "S".

       01 WS-PUNTAJE             PIC S9(5).
       01 WS-ANTIGUEDAD          PIC 9(4).
       01 CANT-ALQUILERES-CLI    PIC 9(4).
       01 CANT-MESES-DEUDA       PIC 9(2).
       01 CANT-RECHAZOS          PIC 9(2).
       01 CANT-NOTAS-INTERES     PIC 9(2).
       01 CANT-NO-SHOWS          PIC 9(2).
       01 CANT-SENIAS-PERDIDAS   PIC 9(2).
       01 CANT-SINIESTROS        PIC 9(2).
       01 WS-PUNTOS-AUX          PIC 9(5).

       01 WS-PUNTAJE-EDIT        PIC ZZZ9.
       01 WS-LIMITE-EDIT         PIC ZZZZZZZZZZ9,99.
       01 WS-SUGERIDO-EDIT       PIC ZZZZZZZZZZ9,99.

       01 CANT-CLIENTES          PIC 9(7) VALUE ZEROES.
       01 CANT-PROPUESTAS        PIC 9(7) VALUE ZEROES.
       01 CANT-YA-RESUELTAS      PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-CLIENTE       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A CALIFICAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
              OR WS-PERIODO > WS-PROCESO-AAAAMM
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-VENTANA.
           MOVE WS-FECHA-PROCESO TO WS-PV-FECHA.
           MOVE "LIM-BASE-RIE" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-LIMITE-BASE
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDEN-RIESGO
               ON ASCENDING KEY ORD-CLI-NUMERO
               ON ASCENDING KEY ORD-TIPO
               INPUT PROCEDURE IS JUNTAR-INDICADORES
               OUTPUT PROCEDURE IS CALIFICAR-CLIENTES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "CLIENTES CALIFICADOS: " CANT-CLIENTES.
           DISPLAY "PROPUESTAS DE LIMITE: " CANT-PROPUESTAS.
           DISPLAY "PROPUESTAS YA RESUELTAS, NO REEMPLAZADAS: "
               CANT-YA-RESUELTAS.
           DISPLAY "MOVIMIENTOS SIN CLIENTE: " CANT-SIN-CLIENTE.
           GOBACK.

       *>
       *> la ventana es de doce meses cerrando en el periodo pedido.
       *>
       CALCULAR-VENTANA.
           IF WS-PERIODO-MM = 12
               MOVE WS-PERIODO-AAAA TO WS-DESDE-AAAA
               MOVE 1 TO WS-DESDE-MM
           ELSE
               COMPUTE WS-DESDE-AAAA = WS-PERIODO-AAAA - 1
               COMPUTE WS-DESDE-MM = WS-PERIODO-MM + 1
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO-DESDE * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.

       ABRIR-ARCHIVOS.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RESERVAS-SEQ.
           IF FS-RESERVAS <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS, FS=" FS-RESERVAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SENIAS-RND.
           OPEN INPUT SALDOS-SEQ.
           OPEN INPUT LIMITES-RND.
           OPEN I-O PROPUESTAS-RND.
           IF NO-EXISTE-PROPUESTAS
               OPEN OUTPUT PROPUESTAS-RND
               CLOSE PROPUESTAS-RND
               OPEN I-O PROPUESTAS-RND
           END-IF.
           IF FS-PROPUESTAS <> "00"
               DISPLAY "ERROR AL ABRIR PROPUESTAS DE LIMITE, FS="
                   FS-PROPUESTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-PUNTAJE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PUNTAJE DE RIESGO DE CLIENTES - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " (VENTANA " DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "CLIENTE  PUNT ANTI ALQU MD    MOR RC NI NS SP SI"
               TO LINEA-REPORTE.
           MOVE "LIMITE ACTUAL" TO LINEA-REPORTE (55:13).
           MOVE "SUGERIDO" TO LINEA-REPORTE (75:8).
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTES-RND.
           CLOSE FACTURAS-SEQ.
           CLOSE RESERVAS-SEQ.
           CLOSE SENIAS-RND.
           CLOSE SALDOS-SEQ.
           CLOSE LIMITES-RND.
           CLOSE PROPUESTAS-RND.
           CLOSE REPORTE-PUNTAJE.

       *>
       *> INDICADORES: un renglon por hecho, con el cliente como
       *> clave. "A" marca al cliente en el maestro (asi califican
       *> tambien los que no se movieron); F alquiler facturado,
       *> S siniestro cargado, D nota de intereses, R cheque
       *> rechazado, N no-show, P senia perdida y M mes cerrado con
       *> saldo deudor en SALDOS (la huella que deja la morosidad
       *> mes a mes).
       *>
       JUNTAR-INDICADORES.
           PERFORM JUNTAR-CLIENTES.
           PERFORM JUNTAR-FACTURAS.
           PERFORM JUNTAR-RESERVAS.
           IF FS-SALDOS = "00"
               PERFORM JUNTAR-SALDOS
           END-IF.

       JUNTAR-CLIENTES.
           MOVE LOW-VALUES TO CLI-NUMERO OF REG-CLIENTES-RND.
           START CLIENTES-RND KEY IS NOT LESS THAN
               CLI-NUMERO OF REG-CLIENTES-RND
               INVALID KEY MOVE "10" TO FS-CLIENTES
           END-START.
           IF NOT EOF-CLIENTES
               PERFORM LEER-CLIENTE
               PERFORM SOLTAR-CLIENTE UNTIL EOF-CLIENTES
           END-IF.
           MOVE "00" TO FS-CLIENTES.

       LEER-CLIENTE.
           READ CLIENTES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CLIENTES
           END-READ.

       SOLTAR-CLIENTE.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO ORD-CLI-NUMERO.
           MOVE "A" TO ORD-TIPO.
           RELEASE REG-ORDEN-RIESGO.
           PERFORM LEER-CLIENTE.

       JUNTAR-FACTURAS.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.
           PERFORM EXAMINAR-FACTURA UNTIL EOF-FACTURAS.

       EXAMINAR-FACTURA.
           IF FAC-FECHA OF REG-FACTURAS-SEQ >= WS-FECHA-DESDE
              AND FAC-FECHA OF REG-FACTURAS-SEQ <= WS-FECHA-HASTA
              AND (FAC-ES-FACTURA OR FAC-ES-CARGO-SINIESTRO
                   OR FAC-ES-NOTA-INTERES OR FAC-ES-RECHAZO-CHEQUE)
               IF FAC-CLI-NUMERO OF REG-FACTURAS-SEQ NOT = SPACES
                   MOVE FAC-CLI-NUMERO OF REG-FACTURAS-SEQ TO
                       WS-CLI-HALLADO
               ELSE
                   MOVE FAC-NRO-DOC OF REG-FACTURAS-SEQ TO
                       CLI-NRO-DOC OF REG-CLIENTES-RND
                   PERFORM BUSCAR-CLIENTE-POR-DOC
               END-IF
               IF WS-CLI-HALLADO NOT = SPACES
                   MOVE WS-CLI-HALLADO TO ORD-CLI-NUMERO
                   MOVE FAC-TIPO OF REG-FACTURAS-SEQ TO ORD-TIPO
                   RELEASE REG-ORDEN-RIESGO
               END-IF
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       BUSCAR-CLIENTE-POR-DOC.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY
                   MOVE SPACES TO WS-CLI-HALLADO
                   ADD 1 TO CANT-SIN-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                       WS-CLI-HALLADO
           END-READ.

       JUNTAR-RESERVAS.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.
           PERFORM EXAMINAR-RESERVA UNTIL EOF-RESERVAS.

       EXAMINAR-RESERVA.
           IF RES-FECHA OF REG-RESERVAS-SEQ >= WS-FECHA-DESDE
              AND RES-FECHA OF REG-RESERVAS-SEQ <= WS-FECHA-HASTA
               MOVE RES-NRO-DOC OF REG-RESERVAS-SEQ TO
                   CLI-NRO-DOC OF REG-CLIENTES-RND
               PERFORM BUSCAR-CLIENTE-POR-DOC
               IF WS-CLI-HALLADO NOT = SPACES
                   MOVE WS-CLI-HALLADO TO ORD-CLI-NUMERO
                   IF RES-NO-SHOW
                       MOVE "N" TO ORD-TIPO
                       RELEASE REG-ORDEN-RIESGO
                   END-IF
                   IF FS-SENIAS = "00" OR FS-SENIAS = "23"
                       PERFORM EXAMINAR-SENIA
                   END-IF
               END-IF
           END-IF.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       EXAMINAR-SENIA.
           MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO
               SEN-RES-NUMERO OF REG-SENIAS.
           READ SENIAS-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SENIA-PERDIDA
                       MOVE "P" TO ORD-TIPO
                       RELEASE REG-ORDEN-RIESGO
                   END-IF
           END-READ.

       JUNTAR-SALDOS.
           READ SALDOS-SEQ
               AT END MOVE "10" TO FS-SALDOS
           END-READ.
           PERFORM EXAMINAR-SALDO UNTIL EOF-SALDOS.

       EXAMINAR-SALDO.
           IF SAL-PERIODO OF REG-SALDOS-SEQ >= WS-PERIODO-DESDE
              AND SAL-PERIODO OF REG-SALDOS-SEQ <= WS-PERIODO
              AND SAL-SALDO-CIERRE OF REG-SALDOS-SEQ > ZEROES
               MOVE SAL-CLI-NUMERO OF REG-SALDOS-SEQ TO ORD-CLI-NUMERO
               MOVE "M" TO ORD-TIPO
               RELEASE REG-ORDEN-RIESGO
           END-IF.
           READ SALDOS-SEQ
               AT END MOVE "10" TO FS-SALDOS
           END-READ.

       CALIFICAR-CLIENTES.
           RETURN ORDEN-RIESGO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-INDICADOR UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM CERRAR-CLIENTE
           END-IF.

       ACUMULAR-INDICADOR.
           IF ES-PRIMER-RENGLON OR ORD-CLI-NUMERO NOT = WS-CLI-ANT
               IF NOT ES-PRIMER-RENGLON
                   PERFORM CERRAR-CLIENTE
               END-IF
               MOVE "N" TO WS-PRIMER-RENGLON
               MOVE ORD-CLI-NUMERO TO WS-CLI-ANT
               MOVE "N" TO WS-CLIENTE-EN-MAESTRO
               MOVE ZEROES TO CANT-ALQUILERES-CLI CANT-MESES-DEUDA
                   CANT-RECHAZOS CANT-NOTAS-INTERES CANT-NO-SHOWS
                   CANT-SENIAS-PERDIDAS CANT-SINIESTROS
           END-IF.
           EVALUATE ORD-TIPO
               WHEN "A" MOVE "S" TO WS-CLIENTE-EN-MAESTRO
               WHEN "F"
                   IF CANT-ALQUILERES-CLI < 9999
                       ADD 1 TO CANT-ALQUILERES-CLI
                   END-IF
               WHEN "S"
                   IF CANT-SINIESTROS < 99
                       ADD 1 TO CANT-SINIESTROS
                   END-IF
               WHEN "D"
                   IF CANT-NOTAS-INTERES < 99
                       ADD 1 TO CANT-NOTAS-INTERES
                   END-IF
               WHEN "R"
                   IF CANT-RECHAZOS < 99
                       ADD 1 TO CANT-RECHAZOS
                   END-IF
               WHEN "N"
                   IF CANT-NO-SHOWS < 99
                       ADD 1 TO CANT-NO-SHOWS
                   END-IF
               WHEN "P"
                   IF CANT-SENIAS-PERDIDAS < 99
                       ADD 1 TO CANT-SENIAS-PERDIDAS
                   END-IF
               WHEN "M"
                   IF CANT-MESES-DEUDA < 99
                       ADD 1 TO CANT-MESES-DEUDA
                   END-IF
           END-EVALUATE.
           RETURN ORDEN-RIESGO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       CERRAR-CLIENTE.
           IF CLIENTE-EN-MAESTRO
               MOVE WS-CLI-ANT TO CLI-NUMERO OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NUMERO OF REG-CLIENTES-RND
                   INVALID KEY MOVE "N" TO WS-CLIENTE-EN-MAESTRO
               END-READ
           END-IF.
           IF CLIENTE-EN-MAESTRO
               ADD 1 TO CANT-CLIENTES
               PERFORM CALCULAR-PUNTAJE
               PERFORM SUGERIR-LIMITE
               PERFORM EMITIR-RENGLON-PUNTAJE
               IF HAY-PROPUESTA
                   PERFORM GRABAR-PROPUESTA
               END-IF
           END-IF.

       *>
       *> PUNTAJE: parte de 500 y se mueve entre 0 y 1000.
       *> Suman la antiguedad (10 por anio, hasta 100) y el volumen
       *> (5 por alquiler facturado en la ventana, hasta 150).
       *> Restan: 25 por mes cerrado debiendo, 100 si hoy esta
       *> moroso, 80 por cheque rechazado, 20 por nota de
       *> intereses, 40 por no-show, 30 por senia perdida y 60 por
       *> siniestro cargado al cliente.
       *>
       CALCULAR-PUNTAJE.
           MOVE 500 TO WS-PUNTAJE.
           MOVE ZEROES TO WS-ANTIGUEDAD.
           IF CLI-ALTA OF REG-CLIENTES-RND > ZEROES
              AND CLI-ALTA OF REG-CLIENTES-RND < WS-FECHA-HASTA
               COMPUTE WS-ANTIGUEDAD =
                   (WS-FECHA-HASTA - CLI-ALTA OF REG-CLIENTES-RND)
                   / 10000
           END-IF.
           COMPUTE WS-PUNTOS-AUX = WS-ANTIGUEDAD * 10.
           IF WS-PUNTOS-AUX > 100
               MOVE 100 TO WS-PUNTOS-AUX
           END-IF.
           ADD WS-PUNTOS-AUX TO WS-PUNTAJE.
           COMPUTE WS-PUNTOS-AUX = CANT-ALQUILERES-CLI * 5.
           IF WS-PUNTOS-AUX > 150
               MOVE 150 TO WS-PUNTOS-AUX
           END-IF.
           ADD WS-PUNTOS-AUX TO WS-PUNTAJE.
           COMPUTE WS-PUNTAJE = WS-PUNTAJE
               - CANT-MESES-DEUDA * 25
               - CANT-RECHAZOS * 80
               - CANT-NOTAS-INTERES * 20
               - CANT-NO-SHOWS * 40
               - CANT-SENIAS-PERDIDAS * 30
               - CANT-SINIESTROS * 60.
           IF CLI-ESTADO-PAGO OF REG-CLIENTES-RND = "S"
               SUBTRACT 100 FROM WS-PUNTAJE
           END-IF.
           IF WS-PUNTAJE < 0
               MOVE 0 TO WS-PUNTAJE
           END-IF.
           IF WS-PUNTAJE > 1000
               MOVE 1000 TO WS-PUNTAJE
           END-IF.

       *>
       *> se propone cambio al cliente que ya tiene limite cuando
       *> el sugerido se aparta en mas de un 10% del vigente, y al
       *> que no tiene (sin tope) solo si su puntaje lo pone por
       *> debajo del limite base.
       *>
       SUGERIR-LIMITE.
           EVALUATE TRUE
               WHEN WS-PUNTAJE >= 800
                   COMPUTE WS-LIMITE-SUGERIDO = WS-LIMITE-BASE * 2
               WHEN WS-PUNTAJE >= 650
                   COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                       WS-LIMITE-BASE * 1.5
               WHEN WS-PUNTAJE >= 500
                   MOVE WS-LIMITE-BASE TO WS-LIMITE-SUGERIDO
               WHEN WS-PUNTAJE >= 350
                   COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                       WS-LIMITE-BASE * 0.5
               WHEN OTHER
                   MOVE ZEROES TO WS-LIMITE-SUGERIDO
           END-EVALUATE.
           MOVE "N" TO WS-PROPONER.
           MOVE WS-CLI-ANT TO LIM-CLI-NUMERO OF REG-LIMITES.
           READ LIMITES-RND
               INVALID KEY
                   MOVE ZEROES TO LIM-LIMITE OF REG-LIMITES
                   MOVE "N" TO PRL-TIENE-LIMITE OF REG-PROPUESTAS
                   IF WS-LIMITE-SUGERIDO < WS-LIMITE-BASE
                       MOVE "S" TO WS-PROPONER
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO PRL-TIENE-LIMITE OF REG-PROPUESTAS
                   COMPUTE WS-DIFERENCIA = WS-LIMITE-SUGERIDO
                       - LIM-LIMITE OF REG-LIMITES
                   IF WS-DIFERENCIA < ZEROES
                       COMPUTE WS-DIFERENCIA = ZEROES - WS-DIFERENCIA
                   END-IF
                   COMPUTE WS-TOLERANCIA ROUNDED =
                       LIM-LIMITE OF REG-LIMITES * 0.10
                   IF WS-DIFERENCIA > WS-TOLERANCIA
                       MOVE "S" TO WS-PROPONER
                   END-IF
           END-READ.

       EMITIR-RENGLON-PUNTAJE.
           MOVE LIM-LIMITE OF REG-LIMITES TO WS-LIMITE-EDIT.
           MOVE WS-LIMITE-SUGERIDO TO WS-SUGERIDO-EDIT.
           MOVE WS-PUNTAJE TO WS-PUNTAJE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CLI-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PUNTAJE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ANTIGUEDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CANT-ALQUILERES-CLI DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CANT-MESES-DEUDA DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  CLI-ESTADO-PAGO OF REG-CLIENTES-RND DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CANT-RECHAZOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CANT-NOTAS-INTERES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CANT-NO-SHOWS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CANT-SENIAS-PERDIDAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CANT-SINIESTROS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIMITE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUGERIDO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF PRL-TIENE-LIMITE OF REG-PROPUESTAS = "N"
               MOVE "      SIN TOPE" TO LINEA-REPORTE (54:14)
           END-IF.
           IF HAY-PROPUESTA
               MOVE "<- PROPUESTA" TO LINEA-REPORTE (85:12)
           END-IF.
           WRITE LINEA-REPORTE.

       *>
       *> una propuesta ya aprobada o rechazada para el periodo no
       *> se pisa al recalcular; una pendiente se reemplaza.
       *>
       GRABAR-PROPUESTA.
           MOVE WS-PERIODO TO PRL-PERIODO OF REG-PROPUESTAS.
           MOVE WS-CLI-ANT TO PRL-CLI-NUMERO OF REG-PROPUESTAS.
           READ PROPUESTAS-RND
               INVALID KEY
                   PERFORM MOVER-PROPUESTA
                   WRITE REG-PROPUESTAS
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA PROPUESTA "
                               WS-CLI-ANT
                       NOT INVALID KEY
                           ADD 1 TO CANT-PROPUESTAS
                   END-WRITE
               NOT INVALID KEY
                   IF PROPUESTA-PENDIENTE
                       PERFORM MOVER-PROPUESTA
                       REWRITE REG-PROPUESTAS
                           INVALID KEY
                               DISPLAY "ERROR AL REGRABAR LA "
                                   "PROPUESTA " WS-CLI-ANT
                           NOT INVALID KEY
                               ADD 1 TO CANT-PROPUESTAS
                       END-REWRITE
                   ELSE
                       ADD 1 TO CANT-YA-RESUELTAS
                   END-IF
           END-READ.

       MOVER-PROPUESTA.
           MOVE WS-PUNTAJE TO PRL-PUNTAJE OF REG-PROPUESTAS.
           IF FS-LIMITES = "00"
               MOVE "S" TO PRL-TIENE-LIMITE OF REG-PROPUESTAS
           ELSE
               MOVE "N" TO PRL-TIENE-LIMITE OF REG-PROPUESTAS
           END-IF.
           MOVE LIM-LIMITE OF REG-LIMITES TO
               PRL-LIMITE-ACTUAL OF REG-PROPUESTAS.
           MOVE WS-LIMITE-SUGERIDO TO
               PRL-LIMITE-SUGERIDO OF REG-PROPUESTAS.
           IF WS-ANTIGUEDAD > 99
               MOVE 99 TO PRL-ANTIGUEDAD OF REG-PROPUESTAS
           ELSE
               MOVE WS-ANTIGUEDAD TO PRL-ANTIGUEDAD OF REG-PROPUESTAS
           END-IF.
           MOVE CANT-ALQUILERES-CLI TO PRL-ALQUILERES OF REG-PROPUESTAS.
           MOVE CANT-MESES-DEUDA TO PRL-MESES-DEUDA OF REG-PROPUESTAS.
           MOVE CLI-ESTADO-PAGO OF REG-CLIENTES-RND TO
               PRL-MOROSO OF REG-PROPUESTAS.
           MOVE CANT-RECHAZOS TO PRL-RECHAZOS OF REG-PROPUESTAS.
           MOVE CANT-NOTAS-INTERES TO
               PRL-NOTAS-INTERES OF REG-PROPUESTAS.
           MOVE CANT-NO-SHOWS TO PRL-NO-SHOWS OF REG-PROPUESTAS.
           MOVE CANT-SENIAS-PERDIDAS TO
               PRL-SENIAS-PERDIDAS OF REG-PROPUESTAS.
           MOVE CANT-SINIESTROS TO PRL-SINIESTROS OF REG-PROPUESTAS.
           MOVE "P" TO PRL-ESTADO OF REG-PROPUESTAS.
           MOVE WS-FECHA-PROCESO TO PRL-FECHA-ESTADO OF REG-PROPUESTAS.
