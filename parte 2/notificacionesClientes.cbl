       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICACIONES-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESERVAS-RND
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT FACTURAS-RND
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT PAGOS-RND
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-RND
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-RND
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT CONTACTOS-RND
           ASSIGN TO DISK "Entrada/indexados/contactosClientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTC-CLI-NUMERO OF REG-CONTACTOS
           FILE STATUS IS FS-CONTACTOS.

       SELECT NOTIFICACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/notificaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTF-CLAVE OF REG-NOTIFICACIONES
           FILE STATUS IS FS-NOTIFICACIONES.

       SELECT CONTROL-NOTIFICACIONES
           ASSIGN TO DISK "Entrada/indexados/controlNotificaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT ESTADO-ENTRADA
           ASSIGN TO DISK "Entrada/estadoNotificaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO-ENTRADA.

       SELECT COLA-NOTIFICACIONES
           ASSIGN TO DISK "Salida/colaNotificaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COLA.

       SELECT REPORTE-FALLIDAS
           ASSIGN TO DISK "Salida/notificacionesFallidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

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
               88 RES-PENDIENTE    VALUE "P".
               88 RES-CONFIRMADA   VALUE "C".
               88 RES-CANCELADA    VALUE "X".
               88 RES-NO-SHOW      VALUE "N".
               88 RES-TOMADA       VALUE "T".

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
               88 ALQ-ABIERTO      VALUE "A".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

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
               88 FAC-ES-CARGO-SINIESTRO VALUE "S".
               88 FAC-ES-NOTA-CREDITO  VALUE "N".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD PAGOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-RND.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

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

       FD CONTACTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONTACTOS.
           03 CTC-CLI-NUMERO   PIC X(8).
           03 CTC-EMAIL        PIC X(40).
           03 CTC-CANAL        PIC X.
               88 CTC-CANAL-SMS    VALUE "S".
               88 CTC-CANAL-EMAIL  VALUE "E".
           03 CTC-SIN-AVISOS   PIC X.
               88 CTC-NO-NOTIFICAR VALUE "S".

       *>
       *> una fila por evento avisado (o descartado): es lo que
       *> impide avisar dos veces lo mismo y donde vuelve el estado
       *> de entrega informado por el despachante.
       *>
       FD NOTIFICACIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-NOTIFICACIONES.
           03 NTF-CLAVE.
               05  NTF-EVENTO      PIC X.
                   88 NTF-RECORDATORIO-RESERVA   VALUE "R".
                   88 NTF-RECORDATORIO-DEVOLUCION VALUE "D".
                   88 NTF-FACTURA-EMITIDA        VALUE "F".
                   88 NTF-RECIBO-PAGO            VALUE "P".
               05  NTF-REFERENCIA  PIC X(16).
           03 NTF-CLI-NUMERO       PIC X(8).
           03 NTF-FECHA            PIC 9(8).
           03 NTF-CANAL            PIC X.
           03 NTF-DESTINO          PIC X(40).
           03 NTF-ESTADO           PIC X.
               88 NTF-ENCOLADA         VALUE "C".
               88 NTF-ENTREGADA        VALUE "E".
               88 NTF-FALLIDA          VALUE "F".
               88 NTF-SIN-AVISOS       VALUE "B".
               88 NTF-SIN-CONTACTO     VALUE "S".
           03 NTF-FECHA-ESTADO     PIC 9(8).
           03 NTF-DETALLE          PIC X(40).

       FD CONTROL-NOTIFICACIONES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-NOTIFICACIONES.
           03 CTN-ULTIMA-FACTURA   PIC 9(8).
           03 CTN-ULTIMA-CORRIDA   PIC 9(8).

       FD ESTADO-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-ESTADO-ENTRADA.
           03 NTE-EVENTO           PIC X.
           03 NTE-REFERENCIA       PIC X(16).
           03 NTE-ESTADO           PIC X.
               88 NTE-ENTREGADA        VALUE "E".
               88 NTE-FALLIDA          VALUE "F".
           03 NTE-FECHA            PIC 9(8).
           03 NTE-DETALLE          PIC X(40).

       FD COLA-NOTIFICACIONES
           LABEL RECORD IS STANDARD.
       01 REG-COLA.
           03 COL-EVENTO           PIC X.
           03 COL-REFERENCIA       PIC X(16).
           03 COL-CLI-NUMERO       PIC X(8).
           03 COL-CANAL            PIC X.
           03 COL-DESTINO          PIC X(40).
           03 COL-PLANTILLA        PIC X(12).
           03 COL-VARIABLES        PIC X(100).

       FD REPORTE-FALLIDAS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-PAGOS               PIC XX.
           88 EOF-PAGOS              VALUE "10".
       01 FS-CLIENTES            PIC XX.
       01 FS-CONTACTOS           PIC XX.
           88 NO-EXISTE-CONTACTOS    VALUE "35".
       01 FS-NOTIFICACIONES      PIC XX.
           88 NO-EXISTE-NOTIFICACIONES VALUE "35".
       01 FS-CONTROL             PIC XX.
       01 FS-ESTADO-ENTRADA      PIC XX.
           88 EOF-ESTADO-ENTRADA     VALUE "10".
       01 FS-COLA                PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "NOTIFICACIONES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-MANIANA       PIC 9(8).
       01 WS-FECHA-LIMITE-RES    PIC 9(8).
       01 WS-HORAS-RECORDATORIO  PIC 9(3) VALUE 24.
       01 WS-DIAS-ANTICIPO       PIC 9(3).
       01 WS-ULTIMA-FACTURA      PIC 9(8).
       01 WS-DESDE-PAGOS         PIC 9(8).
       01 WS-PRIMERA-CORRIDA     PIC X VALUE "N".
           88 PRIMERA-CORRIDA        VALUE "S".

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

       *>
       *> evento en curso: lo arma cada recorrido y lo resuelve
       *> ENCOLAR-EVENTO.
       *>
       01 WS-EVENTO              PIC X.
       01 WS-REFERENCIA          PIC X(16).
       01 WS-PLANTILLA           PIC X(12).
       01 WS-VARIABLES           PIC X(100).
       01 WS-BUSCAR-POR          PIC X.
           88 BUSCAR-POR-NUMERO      VALUE "N".
           88 BUSCAR-POR-DOCUMENTO   VALUE "D".
       01 WS-CLI-BUSCADO         PIC X(8).
       01 WS-DOC-BUSCADO         PIC X(20).
       01 WS-CLIENTE-HALLADO     PIC X.
           88 CLIENTE-HALLADO        VALUE "S".
       01 WS-RESULTADO           PIC X.
       01 WS-CANAL               PIC X.
       01 WS-DESTINO             PIC X(40).
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.

       01 CANT-ESTADOS-LEIDOS    PIC 9(7) VALUE ZEROES.
       01 CANT-ENTREGADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-FALLIDAS          PIC 9(7) VALUE ZEROES.
       01 CANT-ESTADOS-DESCONOCIDOS PIC 9(7) VALUE ZEROES.
       01 CANT-ENCOLADAS         PIC 9(7) VALUE ZEROES.
       01 CANT-YA-AVISADAS       PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-AVISOS        PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-CONTACTO      PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO WS-PV-FECHA.
           MOVE "HORAS-RECRES" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-HORAS-RECORDATORIO
           END-IF.
           PERFORM CALCULAR-VENTANAS.
           PERFORM LEER-CONTROL.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPORTAR-ESTADOS.
           PERFORM RECORDAR-RESERVAS.
           PERFORM RECORDAR-DEVOLUCIONES.
           PERFORM AVISAR-FACTURAS.
           PERFORM AVISAR-RECIBOS.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM GRABAR-CONTROL.
           DISPLAY "ESTADOS DE ENTREGA LEIDOS: " CANT-ESTADOS-LEIDOS.
           DISPLAY "ENTREGADAS: " CANT-ENTREGADAS.
           DISPLAY "FALLIDAS: " CANT-FALLIDAS.
           DISPLAY "ESTADOS SIN AVISO PREVIO: "
               CANT-ESTADOS-DESCONOCIDOS.
           DISPLAY "AVISOS ENCOLADOS: " CANT-ENCOLADAS.
           DISPLAY "EVENTOS YA AVISADOS: " CANT-YA-AVISADAS.
           DISPLAY "CLIENTES CON BAJA DE AVISOS: " CANT-SIN-AVISOS.
           DISPLAY "CLIENTES SIN CONTACTO: " CANT-SIN-CONTACTO.
           GOBACK.

       *>
       *> las fechas solo tienen dia: el recordatorio de reserva
       *> sale en la corrida del dia que queda dentro de las N horas
       *> previas al comienzo de RES-FECHA (N redondeado a dias
       *> enteros hacia arriba); el de devolucion, la vispera.
       *>
       CALCULAR-VENTANAS.
           COMPUTE WS-DIAS-ANTICIPO = (WS-HORAS-RECORDATORIO + 23) / 24.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-CONT-DIAS.
           PERFORM SUMAR-DIA UNTIL WS-CONT-DIAS >= 1.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-MANIANA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-CONT-DIAS.
           PERFORM SUMAR-DIA UNTIL WS-CONT-DIAS >= WS-DIAS-ANTICIPO.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-LIMITE-RES.

       *>
       *> CONTROL: ultima factura ya considerada y fecha de la
       *> corrida anterior. En la primera corrida no hay historia:
       *> solo se avisa lo emitido y cobrado en el dia.
       *>
       LEER-CONTROL.
           OPEN INPUT CONTROL-NOTIFICACIONES.
           IF FS-CONTROL = "00"
               READ CONTROL-NOTIFICACIONES
                   AT END MOVE "S" TO WS-PRIMERA-CORRIDA
               END-READ
               CLOSE CONTROL-NOTIFICACIONES
           ELSE
               MOVE "S" TO WS-PRIMERA-CORRIDA
           END-IF.
           IF PRIMERA-CORRIDA
               MOVE ZEROES TO WS-ULTIMA-FACTURA
               MOVE WS-FECHA-PROCESO TO WS-DESDE-PAGOS
           ELSE
               MOVE CTN-ULTIMA-FACTURA TO WS-ULTIMA-FACTURA
               MOVE CTN-ULTIMA-CORRIDA TO WS-DESDE-PAGOS
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-NOTIFICACIONES.
           MOVE WS-ULTIMA-FACTURA TO CTN-ULTIMA-FACTURA.
           MOVE WS-FECHA-PROCESO TO CTN-ULTIMA-CORRIDA.
           WRITE REG-CONTROL-NOTIFICACIONES.
           CLOSE CONTROL-NOTIFICACIONES.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESERVAS-RND.
           IF FS-RESERVAS <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS, FS=" FS-RESERVAS
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT FACTURAS-RND.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               STOP RUN
           END-IF.
           OPEN INPUT PAGOS-RND.
           IF FS-PAGOS <> "00"
               DISPLAY "ERROR AL ABRIR PAGOS, FS=" FS-PAGOS
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN I-O CONTACTOS-RND.
           IF NO-EXISTE-CONTACTOS
               OPEN OUTPUT CONTACTOS-RND
               CLOSE CONTACTOS-RND
               OPEN I-O CONTACTOS-RND
           END-IF.
           IF FS-CONTACTOS <> "00"
               DISPLAY "ERROR AL ABRIR CONTACTOS, FS=" FS-CONTACTOS
               STOP RUN
           END-IF.
           OPEN I-O NOTIFICACIONES-RND.
           IF NO-EXISTE-NOTIFICACIONES
               OPEN OUTPUT NOTIFICACIONES-RND
               CLOSE NOTIFICACIONES-RND
               OPEN I-O NOTIFICACIONES-RND
           END-IF.
           IF FS-NOTIFICACIONES <> "00"
               DISPLAY "ERROR AL ABRIR NOTIFICACIONES, FS="
                   FS-NOTIFICACIONES
               STOP RUN
           END-IF.
           OPEN OUTPUT COLA-NOTIFICACIONES.
           OPEN OUTPUT REPORTE-FALLIDAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AVISOS A CLIENTES NO ENTREGADOS - INFORMADOS AL "
                      DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE RESERVAS-RND.
           CLOSE ALQUILERES-RND.
           CLOSE FACTURAS-RND.
           CLOSE PAGOS-RND.
           CLOSE CLIENTES-RND.
           CLOSE CONTACTOS-RND.
           CLOSE NOTIFICACIONES-RND.
           CLOSE COLA-NOTIFICACIONES.
           CLOSE REPORTE-FALLIDAS.

       *>
       *> ESTADOS DE ENTREGA: el despachante devuelve por cada aviso
       *> E (entregado) o F (fallido) con el motivo. Un fallido se
       *> informa una sola vez, al pasar de encolado a fallido, y no
       *> se reintenta: el evento ya quedo avisado. Sin archivo de
       *> estados no hay nada que importar.
       *>
       IMPORTAR-ESTADOS.
           OPEN INPUT ESTADO-ENTRADA.
           IF FS-ESTADO-ENTRADA = "00"
               PERFORM LEER-ESTADO
               PERFORM APLICAR-ESTADO UNTIL EOF-ESTADO-ENTRADA
               CLOSE ESTADO-ENTRADA
           END-IF.

       LEER-ESTADO.
           READ ESTADO-ENTRADA
               AT END MOVE "10" TO FS-ESTADO-ENTRADA
           END-READ.

       APLICAR-ESTADO.
           ADD 1 TO CANT-ESTADOS-LEIDOS.
           MOVE NTE-EVENTO TO NTF-EVENTO OF REG-NOTIFICACIONES.
           MOVE NTE-REFERENCIA TO NTF-REFERENCIA OF REG-NOTIFICACIONES.
           READ NOTIFICACIONES-RND
               INVALID KEY
                   PERFORM EMITIR-ESTADO-DESCONOCIDO
               NOT INVALID KEY
                   IF NTF-ENCOLADA
                      AND (NTE-ENTREGADA OR NTE-FALLIDA)
                       PERFORM REGISTRAR-ESTADO
                   END-IF
           END-READ.
           PERFORM LEER-ESTADO.

       EMITIR-ESTADO-DESCONOCIDO.
           ADD 1 TO CANT-ESTADOS-DESCONOCIDOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTADO SIN AVISO PREVIO: " DELIMITED BY SIZE
                  NTE-EVENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NTE-REFERENCIA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       REGISTRAR-ESTADO.
           MOVE NTE-ESTADO TO NTF-ESTADO OF REG-NOTIFICACIONES.
           MOVE NTE-FECHA TO NTF-FECHA-ESTADO OF REG-NOTIFICACIONES.
           MOVE NTE-DETALLE TO NTF-DETALLE OF REG-NOTIFICACIONES.
           REWRITE REG-NOTIFICACIONES
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL AVISO "
                       NTF-CLAVE OF REG-NOTIFICACIONES
           END-REWRITE.
           IF NTE-ENTREGADA
               ADD 1 TO CANT-ENTREGADAS
           ELSE
               ADD 1 TO CANT-FALLIDAS
               PERFORM EMITIR-FALLIDA
           END-IF.

       EMITIR-FALLIDA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EVENTO " DELIMITED BY SIZE
                  NTF-EVENTO OF REG-NOTIFICACIONES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NTF-REFERENCIA OF REG-NOTIFICACIONES
                      DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  NTF-CLI-NUMERO OF REG-NOTIFICACIONES
                      DELIMITED BY SIZE
                  " CANAL " DELIMITED BY SIZE
                  NTF-CANAL OF REG-NOTIFICACIONES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NTF-DESTINO OF REG-NOTIFICACIONES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NTF-DETALLE OF REG-NOTIFICACIONES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> RECORDATORIO DE RESERVA: reservas pendientes o confirmadas
       *> que comienzan entre hoy y el limite de anticipacion.
       *>
       RECORDAR-RESERVAS.
           MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND.
           START RESERVAS-RND KEY IS NOT LESS THAN
               RES-NUMERO OF REG-RESERVAS-RND
               INVALID KEY MOVE "10" TO FS-RESERVAS
           END-START.
           IF NOT EOF-RESERVAS
               PERFORM LEER-RESERVA
               PERFORM EXAMINAR-RESERVA UNTIL EOF-RESERVAS
           END-IF.

       LEER-RESERVA.
           READ RESERVAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       EXAMINAR-RESERVA.
           IF (RES-PENDIENTE OR RES-CONFIRMADA)
              AND RES-FECHA OF REG-RESERVAS-RND >= WS-FECHA-PROCESO
              AND RES-FECHA OF REG-RESERVAS-RND <= WS-FECHA-LIMITE-RES
               MOVE "R" TO WS-EVENTO
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-REFERENCIA
               MOVE "RECORDAR-RES" TO WS-PLANTILLA
               MOVE "D" TO WS-BUSCAR-POR
               MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-DOC-BUSCADO
               MOVE SPACES TO WS-VARIABLES
               STRING RES-NUMERO OF REG-RESERVAS-RND DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      RES-FECHA OF REG-RESERVAS-RND DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      RES-CATEGORIA OF REG-RESERVAS-RND
                          DELIMITED BY SIZE
                   INTO WS-VARIABLES
               END-STRING
               PERFORM ENCOLAR-EVENTO
           END-IF.
           PERFORM LEER-RESERVA.

       *>
       *> RECORDATORIO DE DEVOLUCION: alquileres abiertos que vencen
       *> manana.
       *>
       RECORDAR-DEVOLUCIONES.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF NOT EOF-ALQUILERES
               PERFORM LEER-ALQUILER
               PERFORM EXAMINAR-ALQUILER UNTIL EOF-ALQUILERES
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER.
           IF ALQ-ABIERTO
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND =
                  WS-FECHA-MANIANA
               MOVE "D" TO WS-EVENTO
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-REFERENCIA
               MOVE "RECORDAR-DEV" TO WS-PLANTILLA
               MOVE "D" TO WS-BUSCAR-POR
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                   WS-DOC-BUSCADO
               MOVE SPACES TO WS-VARIABLES
               STRING ALQ-PATENTE OF REG-ALQUILERES-RND
                          DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      ALQ-FECHA-HASTA OF REG-ALQUILERES-RND
                          DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      ALQ-SUCURSAL OF REG-ALQUILERES-RND
                          DELIMITED BY SIZE
                   INTO WS-VARIABLES
               END-STRING
               PERFORM ENCOLAR-EVENTO
           END-IF.
           PERFORM LEER-ALQUILER.

       *>
       *> FACTURA EMITIDA: numeros nuevos desde la ultima corrida.
       *> Se avisan todos los comprobantes que el cliente tiene que
       *> pagar (facturas, siniestros, multas, convenios, intereses y
       *> gastos de cheque rechazado); las notas de credito no.
       *>
       AVISAR-FACTURAS.
           COMPUTE FAC-NUMERO OF REG-FACTURAS-RND =
               WS-ULTIMA-FACTURA + 1.
           START FACTURAS-RND KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS-RND
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF NOT EOF-FACTURAS
               PERFORM LEER-FACTURA
               PERFORM EXAMINAR-FACTURA UNTIL EOF-FACTURAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       EXAMINAR-FACTURA.
           MOVE FAC-NUMERO OF REG-FACTURAS-RND TO WS-ULTIMA-FACTURA.
           IF NOT FAC-ES-NOTA-CREDITO
              AND (NOT PRIMERA-CORRIDA
                   OR FAC-FECHA OF REG-FACTURAS-RND >=
                      WS-FECHA-PROCESO)
               MOVE "F" TO WS-EVENTO
               MOVE SPACES TO WS-REFERENCIA
               MOVE FAC-NUMERO OF REG-FACTURAS-RND TO WS-REFERENCIA
               MOVE "FACTURA-EMIT" TO WS-PLANTILLA
               IF FAC-CLI-NUMERO OF REG-FACTURAS-RND NOT = SPACES
                   MOVE "N" TO WS-BUSCAR-POR
                   MOVE FAC-CLI-NUMERO OF REG-FACTURAS-RND TO
                       WS-CLI-BUSCADO
               ELSE
                   MOVE "D" TO WS-BUSCAR-POR
                   MOVE FAC-NRO-DOC OF REG-FACTURAS-RND TO
                       WS-DOC-BUSCADO
               END-IF
               MOVE FAC-TOTAL OF REG-FACTURAS-RND TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-VARIABLES
               STRING FAC-NUMERO OF REG-FACTURAS-RND DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FAC-FECHA OF REG-FACTURAS-RND DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO WS-VARIABLES
               END-STRING
               PERFORM ENCOLAR-EVENTO
           END-IF.
           PERFORM LEER-FACTURA.

       *>
       *> RECIBO DE PAGO: pagos fechados desde la corrida anterior
       *> (inclusive); lo ya avisado lo filtra NOTIFICACIONES.
       *>
       AVISAR-RECIBOS.
           MOVE LOW-VALUES TO PAG-NRO-RECIBO OF REG-PAGOS-RND.
           START PAGOS-RND KEY IS NOT LESS THAN
               PAG-NRO-RECIBO OF REG-PAGOS-RND
               INVALID KEY MOVE "10" TO FS-PAGOS
           END-START.
           IF NOT EOF-PAGOS
               PERFORM LEER-PAGO
               PERFORM EXAMINAR-PAGO UNTIL EOF-PAGOS
           END-IF.

       LEER-PAGO.
           READ PAGOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       EXAMINAR-PAGO.
           IF PAG-FECHA OF REG-PAGOS-RND >= WS-DESDE-PAGOS
               MOVE "P" TO WS-EVENTO
               MOVE PAG-NRO-RECIBO OF REG-PAGOS-RND TO WS-REFERENCIA
               MOVE "RECIBO-PAGO" TO WS-PLANTILLA
               MOVE "D" TO WS-BUSCAR-POR
               MOVE PAG-NRO-DOC OF REG-PAGOS-RND TO WS-DOC-BUSCADO
               MOVE PAG-IMPORTE OF REG-PAGOS-RND TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-VARIABLES
               STRING PAG-NRO-RECIBO OF REG-PAGOS-RND
                          DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      PAG-FECHA OF REG-PAGOS-RND DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO WS-VARIABLES
               END-STRING
               PERFORM ENCOLAR-EVENTO
           END-IF.
           PERFORM LEER-PAGO.

       *>
       *> ENCOLAR-EVENTO: si el evento ya tiene fila en
       *> NOTIFICACIONES no se vuelve a avisar. Si no, se busca el
       *> cliente y su contacto: con baja de avisos, o sin telefono
       *> ni correo, el evento queda asentado sin encolar (tampoco
       *> se avisara despues); si no, va a la cola con el nombre
       *> del cliente delante de las variables propias del evento.
       *>
       ENCOLAR-EVENTO.
           MOVE WS-EVENTO TO NTF-EVENTO OF REG-NOTIFICACIONES.
           MOVE WS-REFERENCIA TO NTF-REFERENCIA OF REG-NOTIFICACIONES.
           READ NOTIFICACIONES-RND
               INVALID KEY
                   PERFORM RESOLVER-CONTACTO
                   PERFORM ASENTAR-EVENTO
               NOT INVALID KEY
                   ADD 1 TO CANT-YA-AVISADAS
           END-READ.

       RESOLVER-CONTACTO.
           MOVE "N" TO WS-CLIENTE-HALLADO.
           IF BUSCAR-POR-NUMERO
               MOVE WS-CLI-BUSCADO TO CLI-NUMERO OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NUMERO OF REG-CLIENTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-CLIENTE-HALLADO
               END-READ
           ELSE
               MOVE WS-DOC-BUSCADO TO CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-CLIENTE-HALLADO
               END-READ
           END-IF.
           MOVE "S" TO WS-RESULTADO.
           MOVE SPACE TO WS-CANAL.
           MOVE SPACES TO WS-DESTINO.
           IF CLIENTE-HALLADO
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   CTC-CLI-NUMERO OF REG-CONTACTOS
               READ CONTACTOS-RND
                   INVALID KEY
                       MOVE "S" TO CTC-CANAL OF REG-CONTACTOS
                       MOVE SPACES TO CTC-EMAIL OF REG-CONTACTOS
                       MOVE "N" TO CTC-SIN-AVISOS OF REG-CONTACTOS
               END-READ
               EVALUATE TRUE
                   WHEN CTC-NO-NOTIFICAR
                       MOVE "B" TO WS-RESULTADO
                   WHEN CTC-CANAL-EMAIL
                        AND CTC-EMAIL OF REG-CONTACTOS NOT = SPACES
                       MOVE "C" TO WS-RESULTADO
                       MOVE "E" TO WS-CANAL
                       MOVE CTC-EMAIL OF REG-CONTACTOS TO WS-DESTINO
                   WHEN CLI-TELEF OF REG-CLIENTES-RND NOT = SPACES
                       MOVE "C" TO WS-RESULTADO
                       MOVE "S" TO WS-CANAL
                       MOVE CLI-TELEF OF REG-CLIENTES-RND TO WS-DESTINO
                   WHEN CTC-EMAIL OF REG-CONTACTOS NOT = SPACES
                       MOVE "C" TO WS-RESULTADO
                       MOVE "E" TO WS-CANAL
                       MOVE CTC-EMAIL OF REG-CONTACTOS TO WS-DESTINO
               END-EVALUATE
           END-IF.

       ASENTAR-EVENTO.
           IF CLIENTE-HALLADO
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   NTF-CLI-NUMERO OF REG-NOTIFICACIONES
           ELSE
               MOVE SPACES TO NTF-CLI-NUMERO OF REG-NOTIFICACIONES
           END-IF.
           MOVE WS-FECHA-PROCESO TO NTF-FECHA OF REG-NOTIFICACIONES.
           MOVE WS-CANAL TO NTF-CANAL OF REG-NOTIFICACIONES.
           MOVE WS-DESTINO TO NTF-DESTINO OF REG-NOTIFICACIONES.
           MOVE WS-RESULTADO TO NTF-ESTADO OF REG-NOTIFICACIONES.
           MOVE WS-FECHA-PROCESO TO
               NTF-FECHA-ESTADO OF REG-NOTIFICACIONES.
           MOVE SPACES TO NTF-DETALLE OF REG-NOTIFICACIONES.
           WRITE REG-NOTIFICACIONES
               INVALID KEY
                   DISPLAY "ERROR AL ASENTAR EL AVISO "
                       NTF-CLAVE OF REG-NOTIFICACIONES
               NOT INVALID KEY
                   EVALUATE WS-RESULTADO
                       WHEN "C" PERFORM ESCRIBIR-COLA
                       WHEN "B" ADD 1 TO CANT-SIN-AVISOS
                       WHEN OTHER ADD 1 TO CANT-SIN-CONTACTO
                   END-EVALUATE
           END-WRITE.

       ESCRIBIR-COLA.
           MOVE WS-EVENTO TO COL-EVENTO.
           MOVE WS-REFERENCIA TO COL-REFERENCIA.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO COL-CLI-NUMERO.
           MOVE WS-CANAL TO COL-CANAL.
           MOVE WS-DESTINO TO COL-DESTINO.
           MOVE WS-PLANTILLA TO COL-PLANTILLA.
           MOVE SPACES TO COL-VARIABLES.
           STRING CLI-NOMBRE OF REG-CLIENTES-RND DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-VARIABLES DELIMITED BY SIZE
               INTO COL-VARIABLES
           END-STRING.
           WRITE REG-COLA.
           ADD 1 TO CANT-ENCOLADAS.

       SUMAR-DIA.
           ADD 1 TO WS-CONT-DIAS.
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
