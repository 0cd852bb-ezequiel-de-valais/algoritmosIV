
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTACION-MULTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MULTAS-ENTRADA
           ASSIGN TO DISK "Entrada/multas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

       SELECT MULTAS-RND
           ASSIGN TO DISK "Entrada/indexados/multas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MLT-ACTA OF REG-MULTAS
           FILE STATUS IS FS-MULTAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT FUERA-SERVICIO-RND
           ASSIGN TO DISK "Entrada/indexados/fueraServicio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSV-CLAVE OF REG-FUERA-SERVICIO
           FILE STATUS IS FS-FUERA-SERVICIO.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT FACTURAS-RND
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT CONTROL-FACTURAS
           ASSIGN TO DISK "Entrada/indexados/controlFacturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-FACTURAS.

       SELECT REPORTE-MULTAS
           ASSIGN TO DISK "Salida/multasProcesadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT EXCEPCIONES-MULTAS
           ASSIGN TO DISK "Salida/multasExcepciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.

       FILE SECTION.

       FD MULTAS-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-MULTA-ENTRADA.
           03 MUL-ACTA         PIC X(12).
           03 MUL-PATENTE      PIC X(6).
           03 MUL-FECHA        PIC 9(8).
           03 MUL-JURISDICCION PIC X(20).
           03 MUL-DESCRIPCION  PIC X(30).
           03 MUL-IMPORTE      PIC 9(7)V99.
           03 MUL-TRAMO        PIC X.

       FD MULTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-MULTAS.
           03 MLT-ACTA         PIC X(12).
           03 MLT-PATENTE      PIC X(6).
           03 MLT-FECHA        PIC 9(8).
           03 MLT-IMPORTE      PIC 9(7)V99.
           03 MLT-ALQ-FECHA    PIC 9(8).
           03 MLT-DESTINO      PIC X.
               88 MULTA-FACTURADA  VALUE "F".
               88 MULTA-AL-CHOFER  VALUE "H".
           03 MLT-CHOFER       PIC X(7).
           03 MLT-FACTURA      PIC 9(8).
           03 MLT-CARGO        PIC 9(7)V99.
           03 MLT-DESCONTADA   PIC X.
           03 MLT-PROCESO      PIC 9(8).

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
               88 ALQ-CERRADO      VALUE "C".
               88 ALQ-CANCELADO    VALUE "X".
               88 ALQ-AJUSTE       VALUE "J".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD FUERA-SERVICIO-RND
           LABEL RECORD IS STANDARD.
       01 REG-FUERA-SERVICIO.
           03 FSV-CLAVE.
               05  FSV-PATENTE PIC X(6).
               05  FSV-DESDE   PIC 9(8).
           03 FSV-HASTA        PIC 9(8).
           03 FSV-MOTIVO       PIC X.

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
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD CONTROL-FACTURAS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-FACTURAS.
           03 CTL-PROXIMO-NUMERO PIC 9(8).

       FD REPORTE-MULTAS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       FD EXCEPCIONES-MULTAS
           LABEL RECORD IS STANDARD.
       01 LINEA-EXCEPCION        PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-ENTRADA             PIC XX.
           88 EOF-ENTRADA            VALUE "10".
       01 FS-MULTAS              PIC XX.
           88 NO-EXISTE-MULTAS       VALUE "35".
       01 FS-ALQUILERES          PIC XX.
       01 FS-FUERA-SERVICIO      PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-FACTURAS            PIC XX.
           88 NO-EXISTE-FACTURAS     VALUE "35".
       01 FS-CONTROL-FACTURAS    PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-EXCEPCIONES         PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "IMPORTACION-MULTAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-ALICUOTA-IMPUESTO   PIC V99     VALUE .21.
       01 WS-CARGO-ADMINISTRATIVO PIC 9(7)V99 VALUE 1500.00.
       01 WS-IMPUESTO-CALC       PIC 9(9)V9999.
       01 WS-NUMERO-FACTURA      PIC 9(8).

       01 WS-FSV-DISP            PIC X VALUE "N".
           88 FUERA-SERVICIO-DISP    VALUE "S".
       01 WS-ALQUILER-HALLADO    PIC X.
           88 ALQUILER-HALLADO       VALUE "S".
       01 WS-EN-TALLER           PIC X.
           88 VEHICULO-EN-TALLER     VALUE "S".
       01 WS-CLAVE-HALLADA.
           03 WS-HAL-PATENTE     PIC X(6).
           03 WS-HAL-FECHA       PIC 9(8).
       01 WS-MOTIVO-EXCEPCION    PIC X(40).
       01 WS-IMPORTE-EDIT        PIC ZZZZZZ9,99.

       01 CANT-LEIDAS            PIC 9(7) VALUE ZEROES.
       01 CANT-FACTURADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-AL-CHOFER         PIC 9(7) VALUE ZEROES.
       01 CANT-EXCEPCIONES       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-MULTAS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "MULTAS LEIDAS: " CANT-LEIDAS.
           DISPLAY "FACTURADAS AL CLIENTE: " CANT-FACTURADAS.
           DISPLAY "ASIGNADAS AL CHOFER: " CANT-AL-CHOFER.
           DISPLAY "EXCEPCIONES: " CANT-EXCEPCIONES.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT MULTAS-ENTRADA.
           IF FS-ENTRADA <> "00"
               DISPLAY "NO HAY ARCHIVO DE MULTAS PARA IMPORTAR, FS="
                   FS-ENTRADA
               STOP RUN
           END-IF.
           OPEN I-O MULTAS-RND.
           IF NO-EXISTE-MULTAS
               OPEN OUTPUT MULTAS-RND
               CLOSE MULTAS-RND
               OPEN I-O MULTAS-RND
           END-IF.
           IF FS-MULTAS <> "00"
               DISPLAY "ERROR AL ABRIR MULTAS, FS=" FS-MULTAS
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "39"
               DISPLAY "LARGO DE REGISTRO DISTINTO AL ESPERADO: "
                   "ALQUILERES.DAT PARECE TENER EL LAYOUT VIEJO, "
                   "CORRER CONVERSION-LAYOUT-ALQUILERES"
           END-IF.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT FUERA-SERVICIO-RND.
           IF FS-FUERA-SERVICIO = "00"
               MOVE "S" TO WS-FSV-DISP
           ELSE
               MOVE "N" TO WS-FSV-DISP
           END-IF.
           OPEN INPUT CLIENTES-RND.
           OPEN I-O FACTURAS-RND.
           IF NO-EXISTE-FACTURAS
               OPEN OUTPUT FACTURAS-RND
               CLOSE FACTURAS-RND
               OPEN I-O FACTURAS-RND
           END-IF.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-MULTAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MULTAS DE TRANSITO PROCESADAS EL " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN OUTPUT EXCEPCIONES-MULTAS.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "MULTAS SIN ALQUILER, PARA MESA DE FLOTA - "
                      DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           END-STRING.
           WRITE LINEA-EXCEPCION.
           MOVE ALL "-" TO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

       CERRAR-ARCHIVOS.
           CLOSE MULTAS-ENTRADA.
           CLOSE MULTAS-RND.
           CLOSE ALQUILERES-RND.
           IF FUERA-SERVICIO-DISP
               CLOSE FUERA-SERVICIO-RND
           END-IF.
           CLOSE CLIENTES-RND.
           CLOSE FACTURAS-RND.
           CLOSE REPORTE-MULTAS.
           CLOSE EXCEPCIONES-MULTAS.

       *>
       *> IMPORTACION DE MULTAS: cada acta municipal llega con la
       *> patente y la fecha de la infraccion; se busca el alquiler
       *> cuya ventana ALQ-FECHA..ALQ-FECHA-HASTA cubre esa fecha.
       *> El acta ya importada (MULTAS.DAT) no se vuelve a tratar,
       *> asi la corrida se puede repetir sin facturar dos veces.
       *>
       PROCESAR-MULTAS.
           READ MULTAS-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.
           PERFORM EXAMINAR-MULTA UNTIL EOF-ENTRADA.

       EXAMINAR-MULTA.
           ADD 1 TO CANT-LEIDAS.
           MOVE MUL-ACTA TO MLT-ACTA OF REG-MULTAS.
           READ MULTAS-RND
               INVALID KEY
                   PERFORM UBICAR-ALQUILER-MULTA
               NOT INVALID KEY
                   MOVE "ACTA YA IMPORTADA EN UNA CORRIDA ANTERIOR"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM INFORMAR-EXCEPCION
           END-READ.
           READ MULTAS-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.

       UBICAR-ALQUILER-MULTA.
           PERFORM BUSCAR-ALQUILER-MULTA.
           IF ALQUILER-HALLADO
               MOVE WS-CLAVE-HALLADA TO ALQ-CLAVE OF REG-ALQUILERES-RND
               READ ALQUILERES-RND KEY IS ALQ-CLAVE OF
                   REG-ALQUILERES-RND
                   INVALID KEY
                       MOVE "N" TO WS-ALQUILER-HALLADO
               END-READ
           END-IF.
           IF ALQUILER-HALLADO
               IF MUL-TRAMO = "E"
                   PERFORM ASIGNAR-MULTA-CHOFER
               ELSE
                   PERFORM FACTURAR-MULTA-CLIENTE
               END-IF
           ELSE
               PERFORM BUSCAR-FUERA-SERVICIO
               IF VEHICULO-EN-TALLER
                   MOVE "VEHICULO FUERA DE SERVICIO EN LA FECHA"
                       TO WS-MOTIVO-EXCEPCION
               ELSE
                   MOVE "SIN ALQUILER QUE CUBRA LA FECHA"
                       TO WS-MOTIVO-EXCEPCION
               END-IF
               PERFORM INFORMAR-EXCEPCION
           END-IF.

       *>
       *> recorre los alquileres de la patente en orden de fecha; se
       *> queda con el que abarca el dia de la infraccion. Cancelados
       *> y ajustes contables no cuentan: el auto no salio con ellos.
       *>
       BUSCAR-ALQUILER-MULTA.
           MOVE "N" TO WS-ALQUILER-HALLADO.
           MOVE MUL-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER
               PERFORM EXAMINAR-ALQUILER
                   UNTIL FS-ALQUILERES <> "00"
                   OR ALQUILER-HALLADO
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <> MUL-PATENTE
                   OR ALQ-FECHA OF REG-ALQUILERES-RND > MUL-FECHA
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQUILER.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER.
           IF NOT ALQ-CANCELADO AND NOT ALQ-AJUSTE
              AND MUL-FECHA >= ALQ-FECHA OF REG-ALQUILERES-RND
              AND MUL-FECHA <= ALQ-FECHA-HASTA OF REG-ALQUILERES-RND
               MOVE "S" TO WS-ALQUILER-HALLADO
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-CLAVE-HALLADA
           ELSE
               PERFORM LEER-ALQUILER
           END-IF.

       BUSCAR-FUERA-SERVICIO.
           MOVE "N" TO WS-EN-TALLER.
           IF FUERA-SERVICIO-DISP
               MOVE MUL-PATENTE TO FSV-PATENTE OF REG-FUERA-SERVICIO
               MOVE ZEROES TO FSV-DESDE OF REG-FUERA-SERVICIO
               START FUERA-SERVICIO-RND KEY IS NOT LESS THAN
                   FSV-CLAVE OF REG-FUERA-SERVICIO
                   INVALID KEY MOVE "10" TO FS-FUERA-SERVICIO
               END-START
               IF FS-FUERA-SERVICIO = "00"
                   PERFORM LEER-FUERA-SERVICIO
                   PERFORM EXAMINAR-FUERA-SERVICIO
                       UNTIL FS-FUERA-SERVICIO <> "00"
                       OR VEHICULO-EN-TALLER
                       OR FSV-PATENTE OF REG-FUERA-SERVICIO <>
                          MUL-PATENTE
               END-IF
               MOVE "00" TO FS-FUERA-SERVICIO
           END-IF.

       LEER-FUERA-SERVICIO.
           READ FUERA-SERVICIO-RND NEXT RECORD
               AT END MOVE "10" TO FS-FUERA-SERVICIO
           END-READ.

       EXAMINAR-FUERA-SERVICIO.
           IF MUL-FECHA >= FSV-DESDE OF REG-FUERA-SERVICIO
              AND MUL-FECHA <= FSV-HASTA OF REG-FUERA-SERVICIO
               MOVE "S" TO WS-EN-TALLER
           ELSE
               PERFORM LEER-FUERA-SERVICIO
           END-IF.

       *>
       *> REFACTURACION AL CLIENTE: sale con el talonario de las
       *> facturas del cierre, tipo "M". El cargo administrativo es
       *> lo unico gravado (neto e IVA); el importe del acta es
       *> reintegro no gravado y solo suma al total del comprobante.
       *>
       FACTURAR-MULTA-CLIENTE.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
               CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTES-RND
           END-READ.
           PERFORM OBTENER-NUMERO-FACTURA.
           MOVE WS-NUMERO-FACTURA TO FAC-NUMERO OF REG-FACTURAS-RND.
           MOVE WS-FECHA-HOY TO FAC-FECHA OF REG-FACTURAS-RND.
           MOVE ALQ-TIPO-DOC OF REG-ALQUILERES-RND TO
               FAC-TIPO-DOC OF REG-FACTURAS-RND.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
               FAC-NRO-DOC OF REG-FACTURAS-RND.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
               FAC-CLI-NUMERO OF REG-FACTURAS-RND.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               FAC-PATENTE OF REG-FACTURAS-RND.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               FAC-FECHA-ALQ OF REG-FACTURAS-RND.
           MOVE WS-CARGO-ADMINISTRATIVO TO
               FAC-NETO OF REG-FACTURAS-RND.
           MULTIPLY WS-CARGO-ADMINISTRATIVO BY WS-ALICUOTA-IMPUESTO
               GIVING WS-IMPUESTO-CALC.
           MOVE WS-IMPUESTO-CALC TO FAC-IVA OF REG-FACTURAS-RND.
           ADD FAC-NETO OF REG-FACTURAS-RND
               FAC-IVA OF REG-FACTURAS-RND
               MUL-IMPORTE
               GIVING FAC-TOTAL OF REG-FACTURAS-RND.
           MOVE "M" TO FAC-TIPO OF REG-FACTURAS-RND.
           MOVE ZEROES TO FAC-FACTURA-ORIGEN OF REG-FACTURAS-RND.
           WRITE REG-FACTURAS-RND
               INVALID KEY
                   MOVE "ERROR AL GRABAR LA FACTURA DE LA MULTA"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM INFORMAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO CANT-FACTURADAS
                   MOVE "F" TO MLT-DESTINO OF REG-MULTAS
                   MOVE WS-NUMERO-FACTURA TO MLT-FACTURA OF REG-MULTAS
                   MOVE WS-CARGO-ADMINISTRATIVO TO
                       MLT-CARGO OF REG-MULTAS
                   MOVE SPACES TO MLT-DESCONTADA OF REG-MULTAS
                   PERFORM GRABAR-MULTA
           END-WRITE.

       *>
       *> TRAMO DE LA EMPRESA: si el acta viene marcada "E" el auto
       *> iba manejado por el chofer de la empresa; la multa queda a
       *> cargo del legajo del alquiler, pendiente de descuento en la
       *> liquidacion, sin comprobante al cliente.
       *>
       ASIGNAR-MULTA-CHOFER.
           ADD 1 TO CANT-AL-CHOFER.
           MOVE "H" TO MLT-DESTINO OF REG-MULTAS.
           MOVE ZEROES TO MLT-FACTURA OF REG-MULTAS.
           MOVE ZEROES TO MLT-CARGO OF REG-MULTAS.
           MOVE "N" TO MLT-DESCONTADA OF REG-MULTAS.
           PERFORM GRABAR-MULTA.

       GRABAR-MULTA.
           MOVE MUL-ACTA TO MLT-ACTA OF REG-MULTAS.
           MOVE MUL-PATENTE TO MLT-PATENTE OF REG-MULTAS.
           MOVE MUL-FECHA TO MLT-FECHA OF REG-MULTAS.
           MOVE MUL-IMPORTE TO MLT-IMPORTE OF REG-MULTAS.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               MLT-ALQ-FECHA OF REG-MULTAS.
           MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
               MLT-CHOFER OF REG-MULTAS.
           MOVE WS-FECHA-HOY TO MLT-PROCESO OF REG-MULTAS.
           WRITE REG-MULTAS
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL ACTA " MUL-ACTA
                       ", FS=" FS-MULTAS
           END-WRITE.
           PERFORM INFORMAR-MULTA.

       INFORMAR-MULTA.
           MOVE MUL-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           IF MULTA-FACTURADA
               STRING "ACTA " DELIMITED BY SIZE
                      MUL-ACTA DELIMITED BY SIZE
                      " PATENTE " DELIMITED BY SIZE
                      MUL-PATENTE DELIMITED BY SIZE
                      " FECHA " DELIMITED BY SIZE
                      MUL-FECHA DELIMITED BY SIZE
                      " IMPORTE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                      " FACTURADA A CLIENTE " DELIMITED BY SIZE
                      FAC-CLI-NUMERO OF REG-FACTURAS-RND
                          DELIMITED BY SIZE
                      " FACTURA " DELIMITED BY SIZE
                      WS-NUMERO-FACTURA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           ELSE
               STRING "ACTA " DELIMITED BY SIZE
                      MUL-ACTA DELIMITED BY SIZE
                      " PATENTE " DELIMITED BY SIZE
                      MUL-PATENTE DELIMITED BY SIZE
                      " FECHA " DELIMITED BY SIZE
                      MUL-FECHA DELIMITED BY SIZE
                      " IMPORTE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                      " A CARGO DEL CHOFER " DELIMITED BY SIZE
                      ALQ-CHOFER OF REG-ALQUILERES-RND
                          DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           END-IF.
           WRITE LINEA-REPORTE.

       INFORMAR-EXCEPCION.
           ADD 1 TO CANT-EXCEPCIONES.
           MOVE MUL-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "ACTA " DELIMITED BY SIZE
                  MUL-ACTA DELIMITED BY SIZE
                  " PATENTE " DELIMITED BY SIZE
                  MUL-PATENTE DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  MUL-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MUL-JURISDICCION DELIMITED BY SIZE
                  " IMPORTE " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-EXCEPCION DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           END-STRING.
           WRITE LINEA-EXCEPCION.

       OBTENER-NUMERO-FACTURA.
           OPEN INPUT CONTROL-FACTURAS.
           IF FS-CONTROL-FACTURAS = "00"
               READ CONTROL-FACTURAS
                   AT END MOVE 1 TO CTL-PROXIMO-NUMERO
               END-READ
               MOVE CTL-PROXIMO-NUMERO TO WS-NUMERO-FACTURA
               CLOSE CONTROL-FACTURAS
           ELSE
               MOVE 1 TO WS-NUMERO-FACTURA
           END-IF.
           OPEN OUTPUT CONTROL-FACTURAS.
           COMPUTE CTL-PROXIMO-NUMERO = WS-NUMERO-FACTURA + 1.
           WRITE REG-CONTROL-FACTURAS.
           CLOSE CONTROL-FACTURAS.

       *>
       *> el cargo administrativo por acta y la alicuota salen del
       *> maestro de parametros vigente al dia de la corrida; sin
       *> fila vigente quedan los valores por omision compilados.
       *>
       CARGAR-PARAMETROS.
           MOVE "CARGO-MULTA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-CARGO-ADMINISTRATIVO
           END-IF.
           MOVE "ALICUOTA-IVA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-ALICUOTA-IMPUESTO
           END-IF.
