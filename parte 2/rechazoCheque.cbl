       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHAZO-DE-CHEQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHEQUES-RND
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT APLICACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/aplicacionPagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS API-CLAVE OF REG-APLICACIONES
           ALTERNATE RECORD KEY IS API-FACTURA OF REG-APLICACIONES
              WITH DUPLICATES
           FILE STATUS IS FS-APLICACIONES.

       SELECT FACTURAS-RND
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT CONTROL-FACTURAS
           ASSIGN TO DISK "Entrada/indexados/controlFacturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-FACTURAS.

       DATA DIVISION.

       FILE SECTION.

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

       FD APLICACIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-APLICACIONES.
           03 API-CLAVE.
               05  API-RECIBO  PIC X(8).
               05  API-FACTURA PIC 9(8).
           03 API-IMPORTE      PIC 9(9)V99.

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

       FD CONTROL-FACTURAS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-FACTURAS.
           03 CTL-PROXIMO-NUMERO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-CHEQUES             PIC XX.
       01 FS-APLICACIONES        PIC XX.
       01 FS-FACTURAS            PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-CONTROL-FACTURAS    PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "RECHAZO-CHEQUE".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "RECHAZO-CHEQUE".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "CHEQUES".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-ALICUOTA-IMPUESTO   PIC V99 VALUE .21.

       01 WS-APLICACION-DISP     PIC X VALUE "N".
           88 APLICACION-DISPONIBLE  VALUE "S".
       01 WS-FACTURAS-DISP       PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES   VALUE "S".

       01 WS-RECIBO              PIC X(8).
       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-FECHA-RECHAZO       PIC 9(8).
       01 WS-TIPO-DOC-CLIENTE    PIC X VALUE SPACE.
       01 WS-MOTIVO              PIC X(20).
       01 WS-GASTO               PIC 9(9)V99.
       01 WS-IMPUESTO-CALC       PIC 9(9)V9999.
       01 WS-NUMERO-NOTA         PIC 9(8).
       01 WS-TOTAL-NOTA          PIC 9(9)V99.
       01 WS-DESIMPUTADO         PIC 9(9)V99.
       01 CANT-DESIMPUTADAS      PIC 9(5).
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECHAZAR-CHEQUE.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O CHEQUES-RND.
           IF FS-CHEQUES <> "00"
               DISPLAY "ERROR AL ABRIR LA CARTERA DE CHEQUES, FS="
                   FS-CHEQUES
               STOP RUN
           END-IF.
           OPEN I-O APLICACIONES-RND.
           IF FS-APLICACIONES = "00"
               MOVE "S" TO WS-APLICACION-DISP
           ELSE
               MOVE "N" TO WS-APLICACION-DISP
           END-IF.
           OPEN I-O FACTURAS-RND.
           IF FS-FACTURAS = "00"
               MOVE "S" TO WS-FACTURAS-DISP
           ELSE
               MOVE "N" TO WS-FACTURAS-DISP
           END-IF.
           OPEN INPUT CLIENTES-RND.

       CERRAR-ARCHIVOS.
           CLOSE CHEQUES-RND.
           IF APLICACION-DISPONIBLE
               CLOSE APLICACIONES-RND
           END-IF.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS-RND
           END-IF.
           IF FS-CLIENTES = "00"
               CLOSE CLIENTES-RND
           END-IF.

       *>
       *> RECHAZO: el cheque que vuelve del banco (o que se
       *> descubre sin fondos antes de depositar) deja de valer como
       *> cobro. El recibo no se borra: se le quitan las imputaciones
       *> a facturas para que vuelvan a quedar abiertas, el gasto
       *> bancario se le cobra al cliente con una nota de debito "R"
       *> y el cheque queda rechazado en la cartera, que es lo que
       *> miran CALCULO-DE-MOROSIDAD y el resumen de cuenta.
       *>
       RECHAZAR-CHEQUE.
           DISPLAY "NUMERO DE RECIBO DEL CHEQUE: ".
           ACCEPT WS-RECIBO.
           MOVE WS-RECIBO TO CHQ-RECIBO OF REG-CHEQUES.
           READ CHEQUES-RND
               INVALID KEY
                   DISPLAY "NO HAY CHEQUE EN CARTERA PARA ESE RECIBO"
               NOT INVALID KEY
                   IF CHEQUE-RECHAZADO
                       DISPLAY "EL CHEQUE YA ESTA RECHAZADO, NOTA "
                           CHQ-NOTA-DEBITO OF REG-CHEQUES
                   ELSE
                       PERFORM VALIDAR-Y-RECHAZAR
                   END-IF
           END-READ.

       VALIDAR-Y-RECHAZAR.
           DISPLAY "CHEQUE " CHQ-NUMERO OF REG-CHEQUES " "
               CHQ-BANCO OF REG-CHEQUES.
           DISPLAY "LIBRADOR " CHQ-LIBRADOR OF REG-CHEQUES.
           DISPLAY "CLIENTE " CHQ-NRO-DOC OF REG-CHEQUES
               " IMPORTE " CHQ-IMPORTE OF REG-CHEQUES.
           DISPLAY "ESTADO " CHQ-ESTADO OF REG-CHEQUES
               " DEPOSITADO EL " CHQ-FECHA-DEPOSITO OF REG-CHEQUES.
           DISPLAY "FECHA DEL RECHAZO (AAAAMMDD, ENTER = HOY): ".
           MOVE ZEROES TO WS-FECHA-RECHAZO.
           ACCEPT WS-FECHA-RECHAZO.
           IF WS-FECHA-RECHAZO = ZEROES
               MOVE WS-FECHA-HOY TO WS-FECHA-RECHAZO
           END-IF.
           PERFORM CONSULTAR-PERIODO-RECHAZO.
           PERFORM PEDIR-FECHA-ABIERTA
               UNTIL WS-PC-RESULTADO NOT = "C".
           IF WS-FECHA-RECHAZO = ZEROES
               DISPLAY "EL RECHAZO NO SE REGISTRO"
           ELSE
               DISPLAY "MOTIVO DEL RECHAZO: "
               ACCEPT WS-MOTIVO
               DISPLAY "GASTO BANCARIO A CARGO DEL CLIENTE "
                   "(0 = SIN GASTO): "
               MOVE ZEROES TO WS-GASTO
               ACCEPT WS-GASTO
               DISPLAY "CONFIRMA EL RECHAZO DEL CHEQUE DEL RECIBO "
                   WS-RECIBO " (S/N): "
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                   PERFORM REGISTRAR-RECHAZO
               ELSE
                   DISPLAY "RECHAZO CANCELADO"
               END-IF
           END-IF.

       CONSULTAR-PERIODO-RECHAZO.
           MOVE WS-FECHA-RECHAZO TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.

       *>
       *> con el periodo contable cerrado el rechazo se registra con
       *> una fecha del periodo abierto; en cero no se registra.
       *>
       PEDIR-FECHA-ABIERTA.
           DISPLAY "PERIODO CONTABLE CERRADO: FECHA DEL RECHAZO EN "
               "EL PERIODO ABIERTO (AAAAMMDD, 0 = NO REGISTRAR): ".
           MOVE ZEROES TO WS-FECHA-RECHAZO.
           ACCEPT WS-FECHA-RECHAZO.
           IF WS-FECHA-RECHAZO = ZEROES
               MOVE "A" TO WS-PC-RESULTADO
           ELSE
               PERFORM CONSULTAR-PERIODO-RECHAZO
           END-IF.

       REGISTRAR-RECHAZO.
           PERFORM DESIMPUTAR-RECIBO.
           MOVE ZEROES TO WS-NUMERO-NOTA.
           MOVE ZEROES TO WS-TOTAL-NOTA.
           IF WS-GASTO > ZEROES
               PERFORM EMITIR-NOTA-GASTOS
           END-IF.
           MOVE REG-CHEQUES TO WS-JR-ANTES.
           MOVE "R" TO CHQ-ESTADO OF REG-CHEQUES.
           MOVE WS-FECHA-RECHAZO TO CHQ-FECHA-RECHAZO OF REG-CHEQUES.
           MOVE WS-MOTIVO TO CHQ-MOTIVO-RECHAZO OF REG-CHEQUES.
           MOVE WS-GASTO TO CHQ-GASTO-RECHAZO OF REG-CHEQUES.
           MOVE WS-NUMERO-NOTA TO CHQ-NOTA-DEBITO OF REG-CHEQUES.
           MOVE WS-TOTAL-NOTA TO CHQ-TOTAL-NOTA OF REG-CHEQUES.
           REWRITE REG-CHEQUES
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR EL CHEQUE RECHAZADO, FS="
                       FS-CHEQUES
               NOT INVALID KEY
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-CHEQUES TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "CHEQUE RECHAZADO, EL CLIENTE VUELVE A "
                       "DEBER " CHQ-IMPORTE OF REG-CHEQUES
           END-REWRITE.

       *>
       *> las imputaciones del recibo tienen la clave encabezada por
       *> el numero de recibo: se borran todas y las facturas que
       *> cancelaba vuelven a tener saldo abierto.
       *>
       DESIMPUTAR-RECIBO.
           MOVE ZEROES TO CANT-DESIMPUTADAS.
           MOVE ZEROES TO WS-DESIMPUTADO.
           MOVE SPACE TO WS-TIPO-DOC-CLIENTE.
           IF NOT APLICACION-DISPONIBLE
               DISPLAY "AVISO: APLICACIONES NO DISPONIBLES, LAS "
                   "FACTURAS NO SE REABREN"
           ELSE
               MOVE WS-RECIBO TO API-RECIBO OF REG-APLICACIONES
               MOVE ZEROES TO API-FACTURA OF REG-APLICACIONES
               START APLICACIONES-RND KEY IS NOT LESS THAN
                   API-CLAVE OF REG-APLICACIONES
                   INVALID KEY MOVE "10" TO FS-APLICACIONES
               END-START
               IF FS-APLICACIONES = "00"
                   PERFORM LEER-APLICACION
                   PERFORM BORRAR-APLICACION
                       UNTIL FS-APLICACIONES <> "00"
                       OR API-RECIBO OF REG-APLICACIONES <> WS-RECIBO
               END-IF
               MOVE "00" TO FS-APLICACIONES
               DISPLAY "IMPUTACIONES ANULADAS: " CANT-DESIMPUTADAS
                   " POR " WS-DESIMPUTADO
           END-IF.

       LEER-APLICACION.
           READ APLICACIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-APLICACIONES
           END-READ.

       BORRAR-APLICACION.
           DELETE APLICACIONES-RND RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ANULAR LA IMPUTACION A FACTURA "
                       API-FACTURA OF REG-APLICACIONES
               NOT INVALID KEY
                   ADD 1 TO CANT-DESIMPUTADAS
                   ADD API-IMPORTE OF REG-APLICACIONES TO
                       WS-DESIMPUTADO
                   PERFORM TOMAR-TIPO-DOC-FACTURA
           END-DELETE.
           PERFORM LEER-APLICACION.

       *>
       *> el tipo de documento del cliente no esta en el cheque ni en
       *> el padron: se toma de la primera factura que cancelaba el
       *> recibo, para que la nota de debito salga igual que ella.
       *>
       TOMAR-TIPO-DOC-FACTURA.
           IF WS-TIPO-DOC-CLIENTE = SPACE AND FACTURAS-DISPONIBLES
               MOVE API-FACTURA OF REG-APLICACIONES TO
                   FAC-NUMERO OF REG-FACTURAS-RND
               READ FACTURAS-RND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAC-TIPO-DOC OF REG-FACTURAS-RND TO
                           WS-TIPO-DOC-CLIENTE
               END-READ
           END-IF.

       *>
       *> NOTA DE DEBITO POR GASTOS: recupero del gasto bancario del
       *> rechazo, gravado a la alicuota vigente, con el mismo
       *> talonario que las facturas y tipo "R" para distinguirla
       *> de los intereses por mora.
       *>
       EMITIR-NOTA-GASTOS.
           IF NOT FACTURAS-DISPONIBLES
               DISPLAY "FACTURAS NO DISPONIBLES, EL GASTO NO SE "
                   "FACTURA"
           ELSE
               MOVE WS-FECHA-RECHAZO TO WS-PV-FECHA
               MOVE "ALICUOTA-IVA" TO WS-PV-CODIGO
               CALL "parametrovigente" USING WS-PV-CODIGO,
                   WS-PV-FECHA, WS-PV-VALOR, WS-PV-HALLADO
               IF WS-PV-HALLADO = "S"
                   MOVE WS-PV-VALOR TO WS-ALICUOTA-IMPUESTO
               END-IF
               MOVE SPACES TO REG-CLIENTES-RND
               MOVE CHQ-NRO-DOC OF REG-CHEQUES TO
                   CLI-NRO-DOC OF REG-CLIENTES-RND
               IF FS-CLIENTES = "00"
                   READ CLIENTES-RND KEY IS
                       CLI-NRO-DOC OF REG-CLIENTES-RND
                       INVALID KEY
                           MOVE SPACES TO CLI-NUMERO OF
                               REG-CLIENTES-RND
                   END-READ
               END-IF
               IF WS-TIPO-DOC-CLIENTE = SPACE
                   DISPLAY "TIPO DE DOCUMENTO DEL CLIENTE "
                       CHQ-NRO-DOC OF REG-CHEQUES ": "
                   ACCEPT WS-TIPO-DOC-CLIENTE
               END-IF
               PERFORM GRABAR-NOTA-GASTOS
           END-IF.

       GRABAR-NOTA-GASTOS.
           PERFORM OBTENER-NUMERO-NOTA.
           MOVE WS-NUMERO-NOTA TO FAC-NUMERO OF REG-FACTURAS-RND.
           MOVE WS-FECHA-RECHAZO TO FAC-FECHA OF REG-FACTURAS-RND.
           MOVE WS-TIPO-DOC-CLIENTE TO FAC-TIPO-DOC OF REG-FACTURAS-RND.
           MOVE CHQ-NRO-DOC OF REG-CHEQUES TO
               FAC-NRO-DOC OF REG-FACTURAS-RND.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
               FAC-CLI-NUMERO OF REG-FACTURAS-RND.
           MOVE SPACES TO FAC-PATENTE OF REG-FACTURAS-RND.
           MOVE WS-FECHA-RECHAZO TO FAC-FECHA-ALQ OF REG-FACTURAS-RND.
           MOVE WS-GASTO TO FAC-NETO OF REG-FACTURAS-RND.
           MULTIPLY WS-GASTO BY WS-ALICUOTA-IMPUESTO
               GIVING WS-IMPUESTO-CALC.
           MOVE WS-IMPUESTO-CALC TO FAC-IVA OF REG-FACTURAS-RND.
           ADD FAC-NETO OF REG-FACTURAS-RND
               FAC-IVA OF REG-FACTURAS-RND
               GIVING FAC-TOTAL OF REG-FACTURAS-RND.
           MOVE "R" TO FAC-TIPO OF REG-FACTURAS-RND.
           MOVE ZEROES TO FAC-FACTURA-ORIGEN OF REG-FACTURAS-RND.
           WRITE REG-FACTURAS-RND
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA NOTA DE DEBITO, FS="
                       FS-FACTURAS
                   MOVE ZEROES TO WS-NUMERO-NOTA
               NOT INVALID KEY
                   MOVE FAC-TOTAL OF REG-FACTURAS-RND TO
                       WS-TOTAL-NOTA
                   DISPLAY "NOTA DE DEBITO NRO " WS-NUMERO-NOTA
                       " POR GASTOS " WS-TOTAL-NOTA
           END-WRITE.

       OBTENER-NUMERO-NOTA.
           OPEN INPUT CONTROL-FACTURAS.
           IF FS-CONTROL-FACTURAS = "00"
               READ CONTROL-FACTURAS
                   AT END MOVE 1 TO CTL-PROXIMO-NUMERO
               END-READ
               MOVE CTL-PROXIMO-NUMERO TO WS-NUMERO-NOTA
               CLOSE CONTROL-FACTURAS
           ELSE
               MOVE 1 TO WS-NUMERO-NOTA
           END-IF.
           OPEN OUTPUT CONTROL-FACTURAS.
           COMPUTE CTL-PROXIMO-NUMERO = WS-NUMERO-NOTA + 1.
           WRITE REG-CONTROL-FACTURAS.
           CLOSE CONTROL-FACTURAS.
