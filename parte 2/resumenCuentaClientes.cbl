              WITH DUPLICATES
           FILE STATUS IS FS-APLICACIONES.

       SELECT CHEQUES-RND
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       SELECT ORDEN-PARTIDAS
           ASSIGN TO DISK "Entrada/indexados/partidasResumen.wrk".

               05  API-FACTURA PIC 9(8).
           03 API-IMPORTE      PIC 9(9)V99.

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

       SD ORDEN-PARTIDAS.
       01 REG-ORDEN-PARTIDAS.
           03 OPA-NRO-DOC      PIC X(20).
       01 WS-PAGOS-DISPONIBLES   PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".

       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA    PIC 9(4).
       01 FS-RETENCIONES         PIC XX.
       01 WS-RETENC-DISP         PIC X VALUE "N".
           88 RETENCIONES-DISPON     VALUE "S".
       01 FS-CHEQUES             PIC XX.
       01 WS-CHEQUES-DISP        PIC X VALUE "N".
           88 CHEQUES-DISPONIBLES    VALUE "S".
       01 FS-DEVOLUCIONES        PIC XX.
       01 WS-DEVOLUC-DISP        PIC X VALUE "N".
           88 DEVOLUCIONES-DISPON    VALUE "S".

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO DEL RESUMEN (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           PERFORM CALCULAR-PERIODO-ANTERIOR.
           PERFORM EXTRAER-CARGOS-DEL-MES.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM EXTRAER-PARTIDAS-POR-DOC.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-CLIENTES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "RESUMENES EMITIDOS: " CANT-RESUMENES.
           GOBACK.

       CALCULAR-PERIODO-ANTERIOR.
           MOVE WS-PERIODO TO WS-PERIODO-ANTERIOR.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAGOS-RND.
           IF FS-PAGOS = "00"
           END-IF.
           IF FS-SALDOS <> "00"
               DISPLAY "ERROR AL ABRIR SALDOS, FS=" FS-SALDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARGOS-MES-DOC.
           IF FS-CARGOS-MES = "00"
           ELSE
               MOVE "N" TO WS-RETENC-DISP
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
           OPEN INPUT APLICACIONES-RND.
           IF FS-APLICACIONES = "00"
               MOVE "S" TO WS-APLICAC-DISP
           IF RETENCIONES-DISPON
               CLOSE RETENCIONES-RND
           END-IF.
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUES-RND
           END-IF.
           IF DEVOLUCIONES-DISPON
               CLOSE DEVOLUCIONES-RND
           END-IF.
           CLOSE SALDOS-RND.
           CLOSE RESUMEN-CUENTAS.

           PERFORM LISTAR-CARGOS-MES.
           PERFORM LISTAR-PAGOS-MES.
           PERFORM LISTAR-RETENCIONES-MES.
           PERFORM LISTAR-RECHAZOS-MES.
           PERFORM LISTAR-DEVOLUCIONES-MES.
           PERFORM LISTAR-PARTIDAS-ABIERTAS.
           COMPUTE WS-SALDO-CIERRE = WS-SALDO-APERTURA
               + WS-CARGOS-MES - WS-PAGOS-MES.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES.DAT, FS="
                   FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
           ELSE
               READ ALQUILERES-SEQ
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM SOLTAR-CARGO-MES UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-SEQ
           END-IF.

       SOLTAR-CARGO-MES.
           MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO WS-FECHA-AUX.
       *> las notas de debito "D" del periodo (intereses por mora)
       *> suman al cargo del mes con su propia linea, asi el
       *> resumen muestra capital e interes por separado y el saldo
       *> de cierre arrastra el recargo al periodo siguiente. Las
       *> "R" (gastos de cheque rechazado), las "M" (multas) y las
       *> "S" (cargos por siniestro) se tratan igual.
       *>
       LISTAR-PARTIDA-PROPIA.
           MOVE PAR-FECHA TO WS-FECHA-AUX.
           IF PAR-TIPO = "R" AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD PAR-TOTAL TO WS-CARGOS-MES
               MOVE PAR-TOTAL TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  GASTOS RECHAZO ND " DELIMITED BY SIZE
                      PAR-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PAR-FECHA DELIMITED BY SIZE
                      "  DEBE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           IF PAR-TIPO = "D" AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD PAR-TOTAL TO WS-CARGOS-MES
               MOVE PAR-TOTAL TO WS-IMPORTE-EDIT
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           IF PAR-TIPO = "M" AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD PAR-TOTAL TO WS-CARGOS-MES
               MOVE PAR-TOTAL TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  MULTA " DELIMITED BY SIZE
                      PAR-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PAR-FECHA DELIMITED BY SIZE
                      "  DEBE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           IF PAR-TIPO = "S" AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD PAR-TOTAL TO WS-CARGOS-MES
               MOVE PAR-TOTAL TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  SINIESTRO " DELIMITED BY SIZE
                      PAR-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PAR-FECHA DELIMITED BY SIZE
                      "  DEBE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           PERFORM CALCULAR-SALDO-PARTIDA.
           IF WS-SALDO-FACTURA > ZEROES
               ADD WS-SALDO-FACTURA TO WS-ABIERTO-CLIENTE
               WS-APLICADO-FACTURA.
           PERFORM LEER-APLICACION.

       *>
       *> CHEQUES RECHAZADOS: el recibo cobrado con un cheque que
       *> el banco rechazo en el mes ya figuro al haber; el rechazo
       *> lo vuelve a cargar al debe por el importe del cheque.
       *>
       LISTAR-RECHAZOS-MES.
           IF CHEQUES-DISPONIBLES
               MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO
                   CHQ-NRO-DOC OF REG-CHEQUES
               START CHEQUES-RND KEY IS EQUAL TO
                   CHQ-NRO-DOC OF REG-CHEQUES
                   INVALID KEY MOVE "10" TO FS-CHEQUES
               END-START
               IF FS-CHEQUES = "00"
                   PERFORM LEER-CHEQUE
                   PERFORM LISTAR-RECHAZO
                       UNTIL FS-CHEQUES <> "00"
                       OR CHQ-NRO-DOC OF REG-CHEQUES <>
                          CLI-NRO-DOC OF REG-CLIENTES-RND
               END-IF
               MOVE "00" TO FS-CHEQUES
           END-IF.

       LEER-CHEQUE.
           READ CHEQUES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       LISTAR-RECHAZO.
           MOVE CHQ-FECHA-RECHAZO OF REG-CHEQUES TO WS-FECHA-AUX.
           IF CHEQUE-RECHAZADO AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD CHQ-IMPORTE OF REG-CHEQUES TO WS-CARGOS-MES
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  CHEQUE RECHAZADO " DELIMITED BY SIZE
                      CHQ-RECIBO OF REG-CHEQUES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CHQ-FECHA-RECHAZO OF REG-CHEQUES
                          DELIMITED BY SIZE
                      "  DEBE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           PERFORM LEER-CHEQUE.

       *>
       *> DEVOLUCIONES DE SALDO: lo que se le devolvio al cliente en
       *> el mes, por transferencia o por caja, va al debe y deja la
       *> cuenta en cero contra el saldo a favor que la origino.
       *>
       LISTAR-DEVOLUCIONES-MES.
           IF DEVOLUCIONES-DISPON
               MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO
                   DEV-NRO-DOC OF REG-DEVOLUCIONES
               START DEVOLUCIONES-RND KEY IS EQUAL TO
                   DEV-NRO-DOC OF REG-DEVOLUCIONES
                   INVALID KEY MOVE "10" TO FS-DEVOLUCIONES
               END-START
               IF FS-DEVOLUCIONES = "00"
                   PERFORM LEER-DEVOLUCION
                   PERFORM LISTAR-DEVOLUCION
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

       LISTAR-DEVOLUCION.
           MOVE DEV-FECHA-PAGO OF REG-DEVOLUCIONES TO WS-FECHA-AUX.
           IF DEVOLUCION-PAGADA AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-CARGOS-MES
               MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  DEVOLUCION SALDO " DELIMITED BY SIZE
                      DEV-NUMERO OF REG-DEVOLUCIONES DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      DEV-FECHA-PAGO OF REG-DEVOLUCIONES
                          DELIMITED BY SIZE
                      "  DEBE " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               END-STRING
               WRITE LINEA-RESUMEN
           END-IF.
           PERFORM LEER-DEVOLUCION.

       *>
       *> las retenciones certificadas del mes acreditan al haber
       *> igual que un recibo: el cliente pago neto y el
