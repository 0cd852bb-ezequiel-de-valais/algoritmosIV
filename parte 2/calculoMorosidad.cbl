           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-SEQ
           FILE STATUS IS FS-ALQUILERES.

       SELECT FACTURAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SEQ
           FILE STATUS IS FS-FACTURAS.

       SELECT PAGOS-RND
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLA-CLAVE OF REG-PLANES
           FILE STATUS IS FS-PLANES.

       SELECT CHEQUES-RND
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT DEVOLUCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/devolucionesSaldo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEV-NUMERO OF REG-DEVOLUCIONES
           ALTERNATE RECORD KEY IS DEV-NRO-DOC OF REG-DEVOLUCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT ORDEN-CARGOS
           ASSIGN TO DISK "Entrada/indexados/cargosMorosidad.wrk".

           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD CHEQUES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CHEQUES.
           03 CHQ-RECIBO       PIC X(8).
           03 CHQ-NRO-DOC      PIC X(20).
           03 CHQ-BANCO        PIC X(20).
           03 CHQ-NUMERO       PIC X(10).
           03 CHQ-LIBRADOR     PIC X(30).
           03 CHQ-FECHA-RECIBIDO PIC 9(8).
           03 CHQ-FECHA-DIFERIDA PIC 9(8).
           03 CHQ-IMPORTE      PIC 9(9)V99.
           03 CHQ-ESTADO       PIC X.
               88 CHEQUE-EN-CARTERA    VALUE "C".
               88 CHEQUE-DEPOSITADO    VALUE "D".
               88 CHEQUE-RECHAZADO     VALUE "R".
           03 CHQ-FECHA-DEPOSITO PIC 9(8).
           03 CHQ-FECHA-RECHAZO  PIC 9(8).
           03 CHQ-MOTIVO-RECHAZO PIC X(20).
           03 CHQ-GASTO-RECHAZO  PIC 9(9)V99.
           03 CHQ-NOTA-DEBITO    PIC 9(8).
           03 CHQ-TOTAL-NOTA     PIC 9(9)V99.

       FD DEVOLUCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCIONES.
           03 DEV-NUMERO       PIC 9(6).
           03 DEV-NRO-DOC      PIC X(20).
           03 DEV-CLI-NUMERO   PIC X(8).
           03 DEV-FECHA        PIC 9(8).
           03 DEV-IMPORTE      PIC 9(9)V99.
           03 DEV-MEDIO        PIC X.
           03 DEV-ESTADO       PIC X.
               88 DEVOLUCION-PAGADA      VALUE "G".
           03 DEV-PROPUSO      PIC X(10).
           03 DEV-APROBO       PIC X(10).
           03 DEV-FECHA-APROBACION PIC 9(8).
           03 DEV-FECHA-PAGO   PIC 9(8).
           03 DEV-SALDO-FAVOR  PIC 9(9)V99.

       FD CONVENIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03 RET-CERTIFICADO  PIC X(14).
           03 RET-IMPORTE      PIC 9(9)V99.

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
               88 FAC-ES-NOTA-INTERES    VALUE "D".
               88 FAC-ES-MULTA           VALUE "M".
               88 FAC-ES-CARGO-SINIESTRO VALUE "S".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD PLANES-RND
           LABEL RECORD IS STANDARD.
       01 REG-PLANES.
       01 REG-ORDEN-CARGOS.
           03 OCG-NRO-DOC      PIC X(20).
           03 OCG-TOTAL        PIC 9(8)V99.
           03 OCG-FACTURADO    PIC 9(9)V99.

       FD CARGOS-POR-DOC
           LABEL RECORD IS STANDARD.
       01 REG-CARGOS-DOC.
           03 CGD-NRO-DOC      PIC X(20).
           03 CGD-TOTAL        PIC 9(11)V99.
           03 CGD-FACTURADO    PIC 9(11)V99.

       FD RESUMEN-CAMBIOS
           LABEL RECORD IS STANDARD.
           88 EOF-CLIENTES           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-PAGOS               PIC XX.
       01 FS-RESUMEN             PIC XX.
       01 FS-ORDEN-CARGOS        PIC XX.
           88 CARGOS-DISPONIBLES     VALUE "S".
       01 WS-CGD-DOC-ANT         PIC X(20).
       01 WS-CGD-ACUM            PIC 9(11)V99.
       01 WS-CGD-ACUM-FACT       PIC 9(11)V99.
       01 WS-CGD-PRIMERO         PIC X.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "CALCULO-MOROSIDAD".
           88 PAGOS-DISPONIBLES      VALUE "S".

       01 WS-CARGOS-CLIENTE      PIC 9(11)V99.
       01 WS-CARGOS-FACTURADOS   PIC 9(11)V99.
       01 WS-PAGOS-CLIENTE       PIC 9(11)V99.
       01 WS-SALDO-CLIENTE       PIC S9(11)V99.
       01 WS-ESTADO-NUEVO        PIC X.
       01 WS-CONVENIOS-DISP      PIC X VALUE "N".
           88 CONVENIOS-DISPONIBLES  VALUE "S".
       01 WS-ES-MIEMBRO          PIC X.
       01 FS-CHEQUES             PIC XX.
       01 WS-CHEQUES-DISP        PIC X VALUE "N".
           88 CHEQUES-DISPONIBLES    VALUE "S".
       01 FS-DEVOLUCIONES        PIC XX.
       01 WS-DEVOLUC-DISP        PIC X VALUE "N".
           88 DEVOLUCIONES-DISPON    VALUE "S".

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
           ELSE
               MOVE "N" TO WS-CONVENIOS-DISP
           END-IF.
           OPEN INPUT CHEQUES-RND.
           IF FS-CHEQUES = "00"
               MOVE "S" TO WS-CHEQUES-DISP
           ELSE
               MOVE "N" TO WS-CHEQUES-DISP
           END-IF.
           OPEN INPUT DEVOLUCIONES-RND.
           IF FS-DEVOLUCIONES = "00"
               MOVE "S" TO WS-DEVOLUC-DISP
           ELSE
               MOVE "N" TO WS-DEVOLUC-DISP
           END-IF.
           OPEN INPUT PLANES-RND.
           IF FS-PLANES = "00"
               MOVE "S" TO WS-PLANES-DISP
           IF RETENCIONES-DISPON
               CLOSE RETENCIONES-RND
           END-IF.
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUES-RND
           END-IF.
           IF DEVOLUCIONES-DISPON
               CLOSE DEVOLUCIONES-RND
           END-IF.
           IF CONVENIOS-DISPONIBLES
               CLOSE CONVENIOS-RND
               CLOSE INTEGRANTES-RND
           END-READ.

       *>
       *> saldo del cliente = total de sus alquileres cerrados mas
       *> las notas de interes, multas y siniestros facturados, menos
       *> lo cobrado en PAGOS; si queda debiendo pasa a moroso "S" y
       *> si salda pasa a "N". El flag deja de mantenerse a mano y
       *> cada cambio queda asentado con el saldo que lo provoco.
           IF WS-ES-MIEMBRO = "S"
               MOVE ZEROES TO WS-CARGOS-CLIENTE
           END-IF.
           ADD WS-CARGOS-FACTURADOS TO WS-CARGOS-CLIENTE.
           PERFORM SUMAR-PAGOS-CLIENTE.
           PERFORM SUMAR-RETENCIONES-CLIENTE.
           PERFORM SUMAR-DEVOLUCIONES-CLIENTE.
           COMPUTE WS-SALDO-CLIENTE =
               WS-CARGOS-CLIENTE - WS-PAGOS-CLIENTE.
           IF WS-SALDO-CLIENTE > ZEROES
           END-READ.
           PERFORM SOLTAR-CARGO UNTIL EOF-ALQUILERES.
           CLOSE ALQUILERES-SEQ.
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS = "00"
               READ FACTURAS-SEQ
                   AT END MOVE "10" TO FS-FACTURAS
               END-READ
               PERFORM SOLTAR-CARGO-FACTURADO UNTIL EOF-FACTURAS
               CLOSE FACTURAS-SEQ
           END-IF.

       SOLTAR-CARGO.
           IF ALQ-ESTADO OF REG-ALQUILERES-SEQ = "C"
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-SEQ TO
                   OCG-NRO-DOC
               MOVE ALQ-TOTAL OF REG-ALQUILERES-SEQ TO OCG-TOTAL
               MOVE ZEROES TO OCG-FACTURADO
               RELEASE REG-ORDEN-CARGOS
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       *>
       *> las notas de interes, las multas y los cargos por siniestro
       *> se facturan aparte del alquiler y sus cobranzas entran en
       *> PAGOS, asi que son deuda del cliente. Van por separado
       *> porque son suyas aunque integre un convenio.
       *>
       SOLTAR-CARGO-FACTURADO.
           IF FAC-ES-NOTA-INTERES OR FAC-ES-MULTA
              OR FAC-ES-CARGO-SINIESTRO
               MOVE FAC-NRO-DOC OF REG-FACTURAS-SEQ TO OCG-NRO-DOC
               MOVE ZEROES TO OCG-TOTAL
               MOVE FAC-TOTAL OF REG-FACTURAS-SEQ TO OCG-FACTURADO
               RELEASE REG-ORDEN-CARGOS
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       VOLCAR-CARGOS-POR-DOC.
           OPEN OUTPUT CARGOS-POR-DOC.
           MOVE "S" TO WS-CGD-PRIMERO.
           MOVE ZEROES TO WS-CGD-ACUM.
           MOVE ZEROES TO WS-CGD-ACUM-FACT.
           RETURN ORDEN-CARGOS
               AT END MOVE "10" TO FS-ORDEN-CARGOS
           END-RETURN.
               PERFORM GRABAR-CARGO-DOC
               MOVE OCG-NRO-DOC TO WS-CGD-DOC-ANT
               MOVE ZEROES TO WS-CGD-ACUM
               MOVE ZEROES TO WS-CGD-ACUM-FACT
           END-IF.
           ADD OCG-TOTAL TO WS-CGD-ACUM.
           ADD OCG-FACTURADO TO WS-CGD-ACUM-FACT.
           RETURN ORDEN-CARGOS
               AT END MOVE "10" TO FS-ORDEN-CARGOS
           END-RETURN.
       GRABAR-CARGO-DOC.
           MOVE WS-CGD-DOC-ANT TO CGD-NRO-DOC.
           MOVE WS-CGD-ACUM TO CGD-TOTAL.
           MOVE WS-CGD-ACUM-FACT TO CGD-FACTURADO.
           WRITE REG-CARGOS-DOC.

       SUMAR-CARGOS-CLIENTE.
           MOVE ZEROES TO WS-CARGOS-CLIENTE.
           MOVE ZEROES TO WS-CARGOS-FACTURADOS.
           IF CARGOS-DISPONIBLES
               PERFORM AVANZAR-CARGOS-DOC
                   UNTIL EOF-CARGOS-DOC
               IF NOT EOF-CARGOS-DOC
                  AND CGD-NRO-DOC = CLI-NRO-DOC OF REG-CLIENTES-RND
                   MOVE CGD-TOTAL TO WS-CARGOS-CLIENTE
                   MOVE CGD-FACTURADO TO WS-CARGOS-FACTURADOS
               END-IF
           END-IF.


       ACUMULAR-PAGO.
           ADD PAG-IMPORTE OF REG-PAGOS-RND TO WS-PAGOS-CLIENTE.
           IF PAG-MEDIO OF REG-PAGOS-RND = "C" AND CHEQUES-DISPONIBLES
               PERFORM REVERTIR-CHEQUE-RECHAZADO
           END-IF.
           PERFORM LEER-PAGO.

       *>
       *> un recibo cobrado con cheque que el banco rechazo no
       *> cancela nada: el importe del cheque y la nota de debito
       *> por los gastos del rechazo vuelven a ser deuda del cliente.
       *>
       REVERTIR-CHEQUE-RECHAZADO.
           MOVE PAG-NRO-RECIBO OF REG-PAGOS-RND TO
               CHQ-RECIBO OF REG-CHEQUES.
           READ CHEQUES-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CHEQUE-RECHAZADO
                       ADD CHQ-IMPORTE OF REG-CHEQUES
                           CHQ-TOTAL-NOTA OF REG-CHEQUES
                           TO WS-CARGOS-CLIENTE
                   END-IF
           END-READ.

       *>
       *> las retenciones certificadas valen como pago: sin esto el
       *> corporativo que pago neto de retenciones figura debiendo
           ADD RET-IMPORTE OF REG-RETENCIONES TO WS-PAGOS-CLIENTE.
           PERFORM LEER-RETENCION.

       *>
       *> el saldo a favor devuelto al cliente deja de ser credito:
       *> la devolucion pagada entra como cargo y la cuenta queda
       *> en cero en vez de seguir mostrando el saldo devuelto.
       *>
       SUMAR-DEVOLUCIONES-CLIENTE.
           IF DEVOLUCIONES-DISPON
               MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO
                   DEV-NRO-DOC OF REG-DEVOLUCIONES
               START DEVOLUCIONES-RND KEY IS EQUAL TO
                   DEV-NRO-DOC OF REG-DEVOLUCIONES
                   INVALID KEY MOVE "10" TO FS-DEVOLUCIONES
               END-START
               IF FS-DEVOLUCIONES = "00"
                   PERFORM LEER-DEVOLUCION
                   PERFORM ACUMULAR-DEVOLUCION
                       UNTIL FS-DEVOLUCIONES <> "00"
                       OR DEV-NRO-DOC OF REG-DEVOLUCIONES <>
                          CLI-NRO-DOC OF REG-CLIENTES-RND
               END-IF
               MOVE "00" TO FS-DEVOLUCIONES
           END-IF.

       LEER-DEVOLUCION.
           READ DEVOLUCIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-DEVOLUCIONES
           END-READ.

       ACUMULAR-DEVOLUCION.
           IF DEVOLUCION-PAGADA
               ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-CARGOS-CLIENTE
           END-IF.
           PERFORM LEER-DEVOLUCION.

       ACTUALIZAR-ESTADO-CLIENTE.
           MOVE WS-ESTADO-NUEVO TO
               CLI-ESTADO-PAGO OF REG-CLIENTES-RND.
