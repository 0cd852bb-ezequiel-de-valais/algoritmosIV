       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCION-DE-SALDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DEVOLUCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/devolucionesSaldo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEV-NUMERO OF REG-DEVOLUCIONES
           ALTERNATE RECORD KEY IS DEV-NRO-DOC OF REG-DEVOLUCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT CONTROL-DEVOLUCIONES
           ASSIGN TO DISK "Entrada/indexados/controlDevoluciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-DEVOLUCIONES.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
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

       SELECT RETENCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-CLAVE OF REG-RETENCIONES
           ALTERNATE RECORD KEY IS RET-NRO-DOC OF REG-RETENCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-RETENCIONES.

       SELECT CHEQUES-RND
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT SESIONES-RND
           ASSIGN TO DISK "Entrada/indexados/sesionesCaja.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-CLAVE OF REG-SESIONES
           FILE STATUS IS FS-SESIONES.

       SELECT MOVIMIENTOS-SESION
           ASSIGN TO DISK "Entrada/movimientosSesion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

       SELECT LISTADO-DEVOLUCIONES
           ASSIGN TO DISK "Salida/devolucionesAPagar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD DEVOLUCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCIONES.
           03 DEV-NUMERO       PIC 9(6).
           03 DEV-NRO-DOC      PIC X(20).
           03 DEV-CLI-NUMERO   PIC X(8).
           03 DEV-FECHA        PIC 9(8).
           03 DEV-IMPORTE      PIC 9(9)V99.
           03 DEV-MEDIO        PIC X.
               88 DEV-POR-TRANSFERENCIA  VALUE "T".
               88 DEV-EN-EFECTIVO        VALUE "E".
           03 DEV-ESTADO       PIC X.
               88 DEVOLUCION-PROPUESTA   VALUE "P".
               88 DEVOLUCION-APROBADA    VALUE "A".
               88 DEVOLUCION-RECHAZADA   VALUE "R".
               88 DEVOLUCION-PAGADA      VALUE "G".
           03 DEV-PROPUSO      PIC X(10).
           03 DEV-APROBO       PIC X(10).
           03 DEV-FECHA-APROBACION PIC 9(8).
           03 DEV-FECHA-PAGO   PIC 9(8).
           03 DEV-SALDO-FAVOR  PIC 9(9)V99.

       FD CONTROL-DEVOLUCIONES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-DEVOLUCIONES.
           03 CTD-PROXIMO-NUMERO PIC 9(6).

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

       FD PAGOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-RND.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD RETENCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-RETENCIONES.
           03 RET-CLAVE.
               05  RET-RECIBO    PIC X(8).
               05  RET-IMPUESTO  PIC X(3).
           03 RET-NRO-DOC      PIC X(20).
           03 RET-FECHA        PIC 9(8).
           03 RET-CERTIFICADO  PIC X(14).
           03 RET-IMPORTE      PIC 9(9)V99.

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

       FD SESIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-SESIONES.
           03 SES-CLAVE.
               05  SES-OPERADOR  PIC X(10).
               05  SES-FECHA     PIC 9(8).
               05  SES-HORA      PIC 9(8).
           03 SES-SUCURSAL     PIC X(2).
           03 SES-ESTADO       PIC X.
               88 SESION-ABIERTA   VALUE "A".
           03 SES-CONTADO      PIC 9(9)V99.
           03 SES-CALCULADO    PIC 9(9)V99.
           03 SES-DIFERENCIA   PIC S9(9)V99.

       FD MOVIMIENTOS-SESION
           LABEL RECORD IS STANDARD.
       01 REG-MOVIMIENTO.
           03 MOV-OPERADOR     PIC X(10).
           03 MOV-FECHA-SES    PIC 9(8).
           03 MOV-HORA-SES     PIC 9(8).
           03 MOV-TIPO         PIC X.
           03 MOV-MEDIO        PIC X.
           03 MOV-REFERENCIA   PIC X(14).
           03 MOV-IMPORTE      PIC 9(9)V99.

       FD LISTADO-DEVOLUCIONES
           LABEL RECORD IS STANDARD.
       01 LINEA-LISTADO          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-DEVOLUCIONES        PIC XX.
           88 NO-EXISTE-DEVOLUCIONES VALUE "35".
       01 FS-CONTROL-DEVOLUCIONES PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-FACTURAS            PIC XX.
       01 FS-PAGOS               PIC XX.
       01 FS-RETENCIONES         PIC XX.
       01 FS-CHEQUES             PIC XX.
       01 FS-SESIONES            PIC XX.
       01 FS-MOVIMIENTOS         PIC XX.
       01 FS-LISTADO             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "DEVOLUCION-SALDO".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.
       01 WS-SG-NIVEL-APROBACION PIC 9 VALUE 3.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "DEVOLUCION-SALDO".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "DEVOLUCION".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPONIBLES VALUE "S".
       01 WS-FACTURAS-DISP       PIC X VALUE "N".
           88 FACTURAS-DISPONIBLES   VALUE "S".
       01 WS-PAGOS-DISP          PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".
       01 WS-RETENC-DISP         PIC X VALUE "N".
           88 RETENCIONES-DISPON     VALUE "S".
       01 WS-CHEQUES-DISP        PIC X VALUE "N".
           88 CHEQUES-DISPONIBLES    VALUE "S".
       01 WS-SESIONES-DISP       PIC X VALUE "N".
           88 SESIONES-DISPONIBLES   VALUE "S".

       01 WS-OPERACION           PIC X.
       01 WS-OPERADOR            PIC X(10).
       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-NRO-DOC             PIC X(20).
       01 WS-NUMERO              PIC 9(6).
       01 WS-IMPORTE             PIC 9(9)V99.
       01 WS-MEDIO               PIC X.
       01 WS-DECISION            PIC X.
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       *>
       *> saldo del cliente recalculado en el momento: lo que debe
       *> (alquileres cerrados, notas de debito, cheques rechazados
       *> y devoluciones ya pagadas) contra lo que pago (recibos y
       *> retenciones). Lo comprometido son las devoluciones
       *> propuestas o aprobadas que todavia no se pagaron.
       *>
       01 WS-DEBITOS             PIC 9(11)V99.
       01 WS-CREDITOS            PIC 9(11)V99.
       01 WS-COMPROMETIDO        PIC 9(11)V99.
       01 WS-SALDO-FAVOR         PIC S9(11)V99.
       01 WS-DISPONIBLE          PIC S9(11)V99.
       01 WS-SALDO-EDIT          PIC -ZZZZZZZZZZ9,99.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZ9,99.

       01 WS-SESION-HALLADA      PIC X.
       01 WS-CLAVE-SESION.
           03 WS-SES-OPERADOR    PIC X(10).
           03 WS-SES-FECHA       PIC 9(8).
           03 WS-SES-HORA        PIC 9(8).
       01 WS-REFERENCIA-CAJA.
           03 FILLER             PIC X(4) VALUE "DEV ".
           03 WS-REF-NUMERO      PIC 9(6).
           03 FILLER             PIC X(4) VALUE SPACES.

       01 WS-TOTAL-TRANSFERENCIAS PIC 9(11)V99.
       01 WS-TOTAL-EFECTIVO      PIC 9(11)V99.
       01 CANT-TRANSFERENCIAS    PIC 9(5).
       01 CANT-EFECTIVO          PIC 9(5).

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM TOMAR-OPERADOR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM OPERAR-DEVOLUCIONES.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       TOMAR-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
               ON EXCEPTION
                   MOVE "SIN-FIRMA" TO WS-OPERADOR
           END-ACCEPT.

       ABRIR-ARCHIVOS.
           OPEN I-O DEVOLUCIONES-RND.
           IF NO-EXISTE-DEVOLUCIONES
               OPEN OUTPUT DEVOLUCIONES-RND
               CLOSE DEVOLUCIONES-RND
               OPEN I-O DEVOLUCIONES-RND
           END-IF.
           IF FS-DEVOLUCIONES <> "00"
               DISPLAY "ERROR AL ABRIR DEVOLUCIONES, FS="
                   FS-DEVOLUCIONES
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               CLOSE DEVOLUCIONES-RND
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           ELSE
               MOVE "N" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT FACTURAS-RND.
           IF FS-FACTURAS = "00"
               MOVE "S" TO WS-FACTURAS-DISP
           ELSE
               MOVE "N" TO WS-FACTURAS-DISP
           END-IF.
           OPEN INPUT PAGOS-RND.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           ELSE
               MOVE "N" TO WS-PAGOS-DISP
           END-IF.
           OPEN INPUT RETENCIONES-RND.
           IF FS-RETENCIONES = "00"
               MOVE "S" TO WS-RETENC-DISP
           ELSE
               MOVE "N" TO WS-RETENC-DISP
           END-IF.
           OPEN INPUT CHEQUES-RND.
           IF FS-CHEQUES = "00"
               MOVE "S" TO WS-CHEQUES-DISP
           ELSE
               MOVE "N" TO WS-CHEQUES-DISP
           END-IF.
           OPEN INPUT SESIONES-RND.
           IF FS-SESIONES = "00"
               MOVE "S" TO WS-SESIONES-DISP
           ELSE
               MOVE "N" TO WS-SESIONES-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE DEVOLUCIONES-RND.
           CLOSE CLIENTES-RND.
           IF ALQUILERES-DISPONIBLES
               CLOSE ALQUILERES-RND
           END-IF.
           IF FACTURAS-DISPONIBLES
               CLOSE FACTURAS-RND
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-RND
           END-IF.
           IF RETENCIONES-DISPON
               CLOSE RETENCIONES-RND
           END-IF.
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUES-RND
           END-IF.
           IF SESIONES-DISPONIBLES
               CLOSE SESIONES-RND
           END-IF.

       *>
       *> DEVOLUCION DE SALDO A FAVOR: un operador propone devolver
       *> parte o todo el saldo a favor del cliente, otro de nivel
       *> superior la aprueba o rechaza, y la aprobada se paga por
       *> transferencia (listado de pagos) o en efectivo por la
       *> sesion de caja. La devolucion pagada es el debito que
       *> lleva la cuenta a cero en la morosidad, el resumen y el
       *> mayor. Cada paso queda en la bitacora de cambios.
       *>
       OPERAR-DEVOLUCIONES.
           DISPLAY "OPERACION (P=PROPONER, A=APROBAR O RECHAZAR, "
               "L=LISTADO DE PAGOS, E=PAGAR EN EFECTIVO): ".
           ACCEPT WS-OPERACION.
           EVALUATE WS-OPERACION
               WHEN "P" PERFORM PROPONER-DEVOLUCION
               WHEN "A" PERFORM APROBAR-DEVOLUCION
               WHEN "L" PERFORM LISTAR-PAGOS-DEVOLUCION
               WHEN "E" PERFORM PAGAR-EN-EFECTIVO
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       PROPONER-DEVOLUCION.
           DISPLAY "DOCUMENTO DEL CLIENTE: ".
           ACCEPT WS-NRO-DOC.
           MOVE WS-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY
                   DISPLAY "CLIENTE INEXISTENTE"
               NOT INVALID KEY
                   PERFORM CALCULAR-SALDO-A-FAVOR
                   PERFORM MOSTRAR-SALDO-A-FAVOR
                   IF WS-DISPONIBLE > ZEROES
                       PERFORM CAPTURAR-PROPUESTA
                   ELSE
                       DISPLAY "EL CLIENTE NO TIENE SALDO A FAVOR "
                           "DISPONIBLE PARA DEVOLVER"
                   END-IF
           END-READ.

       MOSTRAR-SALDO-A-FAVOR.
           DISPLAY "CLIENTE " CLI-NUMERO OF REG-CLIENTES-RND " "
               CLI-NOMBRE OF REG-CLIENTES-RND.
           MOVE WS-SALDO-FAVOR TO WS-SALDO-EDIT.
           DISPLAY "SALDO A FAVOR:          " WS-SALDO-EDIT.
           MOVE WS-COMPROMETIDO TO WS-SALDO-EDIT.
           DISPLAY "DEVOLUCIONES EN CURSO:  " WS-SALDO-EDIT.
           MOVE WS-DISPONIBLE TO WS-SALDO-EDIT.
           DISPLAY "DISPONIBLE A DEVOLVER:  " WS-SALDO-EDIT.

       CAPTURAR-PROPUESTA.
           DISPLAY "IMPORTE A DEVOLVER (ENTER = TODO EL DISPONIBLE): ".
           MOVE ZEROES TO WS-IMPORTE.
           ACCEPT WS-IMPORTE.
           IF WS-IMPORTE = ZEROES
               MOVE WS-DISPONIBLE TO WS-IMPORTE
           END-IF.
           IF WS-IMPORTE > WS-DISPONIBLE
               DISPLAY "EL IMPORTE SUPERA EL SALDO A FAVOR "
                   "DISPONIBLE, NO SE PROPONE"
           ELSE
               DISPLAY "MEDIO (T=TRANSFERENCIA, E=EFECTIVO): "
               ACCEPT WS-MEDIO
               IF WS-MEDIO <> "T" AND WS-MEDIO <> "E"
                   DISPLAY "MEDIO INVALIDO, NO SE PROPONE"
               ELSE
                   DISPLAY "CONFIRMA LA PROPUESTA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM GRABAR-PROPUESTA
                   ELSE
                       DISPLAY "PROPUESTA CANCELADA"
                   END-IF
               END-IF
           END-IF.

       GRABAR-PROPUESTA.
           PERFORM OBTENER-NUMERO-DEVOLUCION.
           MOVE WS-NUMERO TO DEV-NUMERO OF REG-DEVOLUCIONES.
           MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO
               DEV-NRO-DOC OF REG-DEVOLUCIONES.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
               DEV-CLI-NUMERO OF REG-DEVOLUCIONES.
           MOVE WS-FECHA-HOY TO DEV-FECHA OF REG-DEVOLUCIONES.
           MOVE WS-IMPORTE TO DEV-IMPORTE OF REG-DEVOLUCIONES.
           MOVE WS-MEDIO TO DEV-MEDIO OF REG-DEVOLUCIONES.
           MOVE "P" TO DEV-ESTADO OF REG-DEVOLUCIONES.
           MOVE WS-OPERADOR TO DEV-PROPUSO OF REG-DEVOLUCIONES.
           MOVE SPACES TO DEV-APROBO OF REG-DEVOLUCIONES.
           MOVE ZEROES TO DEV-FECHA-APROBACION OF REG-DEVOLUCIONES.
           MOVE ZEROES TO DEV-FECHA-PAGO OF REG-DEVOLUCIONES.
           MOVE WS-SALDO-FAVOR TO DEV-SALDO-FAVOR OF REG-DEVOLUCIONES.
           WRITE REG-DEVOLUCIONES
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA DEVOLUCION, FS="
                       FS-DEVOLUCIONES
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-DEVOLUCIONES TO WS-JR-DESPUES
                   PERFORM REGISTRAR-BITACORA
                   DISPLAY "DEVOLUCION NRO " WS-NUMERO
                       " PROPUESTA, PENDIENTE DE APROBACION"
           END-WRITE.

       OBTENER-NUMERO-DEVOLUCION.
           OPEN INPUT CONTROL-DEVOLUCIONES.
           IF FS-CONTROL-DEVOLUCIONES = "00"
               READ CONTROL-DEVOLUCIONES
                   AT END MOVE 1 TO CTD-PROXIMO-NUMERO
               END-READ
               MOVE CTD-PROXIMO-NUMERO TO WS-NUMERO
               CLOSE CONTROL-DEVOLUCIONES
           ELSE
               MOVE 1 TO WS-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-DEVOLUCIONES.
           COMPUTE CTD-PROXIMO-NUMERO = WS-NUMERO + 1.
           WRITE REG-CONTROL-DEVOLUCIONES.
           CLOSE CONTROL-DEVOLUCIONES.

       *>
       *> la aprobacion pide una segunda firma de nivel superior y
       *> no puede darla el mismo operador que propuso. El saldo se
       *> vuelve a calcular: si desde la propuesta entro un cargo
       *> nuevo y ya no alcanza, la devolucion no se aprueba.
       *>
       APROBAR-DEVOLUCION.
           DISPLAY "NUMERO DE DEVOLUCION: ".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO DEV-NUMERO OF REG-DEVOLUCIONES.
           READ DEVOLUCIONES-RND
               INVALID KEY
                   DISPLAY "DEVOLUCION INEXISTENTE"
               NOT INVALID KEY
                   IF DEVOLUCION-PROPUESTA
                       PERFORM FIRMAR-APROBACION
                   ELSE
                       DISPLAY "LA DEVOLUCION NO ESTA PENDIENTE DE "
                           "APROBACION, ESTADO "
                           DEV-ESTADO OF REG-DEVOLUCIONES
                   END-IF
           END-READ.

       FIRMAR-APROBACION.
           MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-IMPORTE-EDIT.
           DISPLAY "DEVOLUCION " WS-NUMERO " CLIENTE "
               DEV-NRO-DOC OF REG-DEVOLUCIONES " IMPORTE "
               WS-IMPORTE-EDIT " MEDIO " DEV-MEDIO OF REG-DEVOLUCIONES.
           DISPLAY "PROPUESTA POR " DEV-PROPUSO OF REG-DEVOLUCIONES
               " EL " DEV-FECHA OF REG-DEVOLUCIONES.
           DISPLAY "FIRMA DEL APROBADOR".
           CALL "firmaoperador" USING WS-SG-PROGRAMA,
               WS-SG-NIVEL-APROBACION, WS-SG-RESULTADO.
           PERFORM TOMAR-OPERADOR.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "APROBACION DENEGADA"
           ELSE
               IF WS-OPERADOR = DEV-PROPUSO OF REG-DEVOLUCIONES
                   DISPLAY "LA DEVOLUCION LA TIENE QUE APROBAR UN "
                       "OPERADOR DISTINTO DEL QUE LA PROPUSO"
               ELSE
                   PERFORM DECIDIR-APROBACION
               END-IF
           END-IF.

       DECIDIR-APROBACION.
           MOVE DEV-NRO-DOC OF REG-DEVOLUCIONES TO
               CLI-NRO-DOC OF REG-CLIENTES-RND.
           MOVE DEV-NRO-DOC OF REG-DEVOLUCIONES TO WS-NRO-DOC.
           MOVE REG-DEVOLUCIONES TO WS-JR-ANTES.
           PERFORM CALCULAR-SALDO-A-FAVOR.
           MOVE WS-NUMERO TO DEV-NUMERO OF REG-DEVOLUCIONES.
           READ DEVOLUCIONES-RND
               INVALID KEY
                   DISPLAY "ERROR AL RELEER LA DEVOLUCION"
           END-READ.
           ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-DISPONIBLE.
           MOVE WS-DISPONIBLE TO WS-SALDO-EDIT.
           DISPLAY "DISPONIBLE HOY PARA ESTA DEVOLUCION: "
               WS-SALDO-EDIT.
           DISPLAY "DECISION (A=APROBAR, R=RECHAZAR): ".
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN WS-DECISION = "A"
                AND DEV-IMPORTE OF REG-DEVOLUCIONES > WS-DISPONIBLE
                   DISPLAY "EL SALDO A FAVOR YA NO ALCANZA, NO SE "
                       "APRUEBA; RECHAZARLA Y PROPONER DE NUEVO"
               WHEN WS-DECISION = "A" OR WS-DECISION = "R"
                   MOVE WS-DECISION TO DEV-ESTADO OF REG-DEVOLUCIONES
                   MOVE WS-OPERADOR TO DEV-APROBO OF REG-DEVOLUCIONES
                   MOVE WS-FECHA-HOY TO
                       DEV-FECHA-APROBACION OF REG-DEVOLUCIONES
                   PERFORM REGRABAR-DEVOLUCION
               WHEN OTHER
                   DISPLAY "DECISION INVALIDA, QUEDA PROPUESTA"
           END-EVALUATE.

       REGRABAR-DEVOLUCION.
           REWRITE REG-DEVOLUCIONES
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR LA DEVOLUCION "
                       DEV-NUMERO OF REG-DEVOLUCIONES
               NOT INVALID KEY
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-DEVOLUCIONES TO WS-JR-DESPUES
                   PERFORM REGISTRAR-BITACORA
                   DISPLAY "DEVOLUCION " DEV-NUMERO OF REG-DEVOLUCIONES
                       " ESTADO " DEV-ESTADO OF REG-DEVOLUCIONES
           END-REWRITE.

       REGISTRAR-BITACORA.
           CALL "bitacoracambios" USING WS-JR-PROGRAMA,
               WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
               WS-JR-DESPUES.

       *>
       *> LISTADO DE PAGOS: todas las devoluciones aprobadas; las de
       *> transferencia se dan por pagadas cuando el operador
       *> confirma que las transferencias salieron, las de efectivo
       *> quedan para pagar por caja con la operacion E.
       *>
       LISTAR-PAGOS-DEVOLUCION.
           MOVE WS-FECHA-HOY TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           MOVE ZEROES TO WS-TOTAL-TRANSFERENCIAS.
           MOVE ZEROES TO WS-TOTAL-EFECTIVO.
           MOVE ZEROES TO CANT-TRANSFERENCIAS.
           MOVE ZEROES TO CANT-EFECTIVO.
           OPEN OUTPUT LISTADO-DEVOLUCIONES.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "DEVOLUCIONES DE SALDO APROBADAS A PAGAR AL "
                      DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE ZEROES TO DEV-NUMERO OF REG-DEVOLUCIONES.
           START DEVOLUCIONES-RND KEY IS NOT LESS THAN
               DEV-NUMERO OF REG-DEVOLUCIONES
               INVALID KEY MOVE "10" TO FS-DEVOLUCIONES
           END-START.
           IF FS-DEVOLUCIONES = "00"
               PERFORM LEER-DEVOLUCION
               PERFORM LISTAR-DEVOLUCION
                   UNTIL FS-DEVOLUCIONES <> "00"
           END-IF.
           MOVE "00" TO FS-DEVOLUCIONES.
           PERFORM EMITIR-PIE-LISTADO.
           CLOSE LISTADO-DEVOLUCIONES.
           DISPLAY "TRANSFERENCIAS: " CANT-TRANSFERENCIAS
               " EFECTIVO POR CAJA: " CANT-EFECTIVO.
           IF CANT-TRANSFERENCIAS > ZEROES
               IF WS-PC-RESULTADO = "C"
                   DISPLAY "PERIODO CONTABLE CERRADO, LAS "
                       "TRANSFERENCIAS NO SE MARCAN PAGADAS"
               ELSE
                   DISPLAY "CONFIRMA QUE LAS TRANSFERENCIAS FUERON "
                       "EMITIDAS (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM MARCAR-TRANSFERENCIAS
                   END-IF
               END-IF
           END-IF.

       LEER-DEVOLUCION.
           READ DEVOLUCIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-DEVOLUCIONES
           END-READ.

       LISTAR-DEVOLUCION.
           IF DEVOLUCION-APROBADA
               MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-LISTADO
               IF DEV-POR-TRANSFERENCIA
                   ADD 1 TO CANT-TRANSFERENCIAS
                   ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO
                       WS-TOTAL-TRANSFERENCIAS
                   STRING "TRANSFERENCIA " DELIMITED BY SIZE
                          DEV-NUMERO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " CLIENTE " DELIMITED BY SIZE
                          DEV-CLI-NUMERO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " DOC " DELIMITED BY SIZE
                          DEV-NRO-DOC OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " IMPORTE " DELIMITED BY SIZE
                          WS-IMPORTE-EDIT DELIMITED BY SIZE
                          " APROBO " DELIMITED BY SIZE
                          DEV-APROBO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                       INTO LINEA-LISTADO
                   END-STRING
               ELSE
                   ADD 1 TO CANT-EFECTIVO
                   ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO
                       WS-TOTAL-EFECTIVO
                   STRING "POR CAJA      " DELIMITED BY SIZE
                          DEV-NUMERO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " CLIENTE " DELIMITED BY SIZE
                          DEV-CLI-NUMERO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " DOC " DELIMITED BY SIZE
                          DEV-NRO-DOC OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                          " IMPORTE " DELIMITED BY SIZE
                          WS-IMPORTE-EDIT DELIMITED BY SIZE
                          " APROBO " DELIMITED BY SIZE
                          DEV-APROBO OF REG-DEVOLUCIONES
                              DELIMITED BY SIZE
                       INTO LINEA-LISTADO
                   END-STRING
               END-IF
               WRITE LINEA-LISTADO
           END-IF.
           PERFORM LEER-DEVOLUCION.

       EMITIR-PIE-LISTADO.
           MOVE WS-TOTAL-TRANSFERENCIAS TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL A TRANSFERIR: " DELIMITED BY SIZE
                  CANT-TRANSFERENCIAS DELIMITED BY SIZE
                  " ORDENES " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
           MOVE WS-TOTAL-EFECTIVO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TOTAL A PAGAR POR CAJA: " DELIMITED BY SIZE
                  CANT-EFECTIVO DELIMITED BY SIZE
                  " ORDENES " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.

       MARCAR-TRANSFERENCIAS.
           MOVE ZEROES TO DEV-NUMERO OF REG-DEVOLUCIONES.
           START DEVOLUCIONES-RND KEY IS NOT LESS THAN
               DEV-NUMERO OF REG-DEVOLUCIONES
               INVALID KEY MOVE "10" TO FS-DEVOLUCIONES
           END-START.
           IF FS-DEVOLUCIONES = "00"
               PERFORM LEER-DEVOLUCION
               PERFORM MARCAR-TRANSFERENCIA
                   UNTIL FS-DEVOLUCIONES <> "00"
           END-IF.
           MOVE "00" TO FS-DEVOLUCIONES.

       MARCAR-TRANSFERENCIA.
           IF DEVOLUCION-APROBADA AND DEV-POR-TRANSFERENCIA
               MOVE REG-DEVOLUCIONES TO WS-JR-ANTES
               MOVE "G" TO DEV-ESTADO OF REG-DEVOLUCIONES
               MOVE WS-FECHA-HOY TO DEV-FECHA-PAGO OF REG-DEVOLUCIONES
               PERFORM REGRABAR-DEVOLUCION
           END-IF.
           PERFORM LEER-DEVOLUCION.

       *>
       *> el pago en efectivo sale de la caja del operador: sin
       *> sesion abierta no se paga, porque el arqueo no podria
       *> explicar la salida. El movimiento de tipo "D" resta en el
       *> arqueo de SESION-DE-CAJA.
       *>
       PAGAR-EN-EFECTIVO.
           DISPLAY "NUMERO DE DEVOLUCION: ".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO DEV-NUMERO OF REG-DEVOLUCIONES.
           READ DEVOLUCIONES-RND
               INVALID KEY
                   DISPLAY "DEVOLUCION INEXISTENTE"
               NOT INVALID KEY
                   IF DEVOLUCION-APROBADA AND DEV-EN-EFECTIVO
                       PERFORM ENTREGAR-EFECTIVO
                   ELSE
                       DISPLAY "SOLO SE PAGAN POR CAJA LAS "
                           "DEVOLUCIONES APROBADAS EN EFECTIVO"
                   END-IF
           END-READ.

       ENTREGAR-EFECTIVO.
           MOVE WS-FECHA-HOY TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           MOVE "N" TO WS-SESION-HALLADA.
           IF SESIONES-DISPONIBLES
               PERFORM BUSCAR-SESION-OPERADOR
           END-IF.
           EVALUATE TRUE
               WHEN WS-PC-RESULTADO = "C"
                   DISPLAY "PERIODO CONTABLE CERRADO, NO SE PAGA"
               WHEN WS-SESION-HALLADA <> "S"
                   DISPLAY "EL OPERADOR NO TIENE SESION DE CAJA "
                       "ABIERTA, NO SE PAGA"
               WHEN OTHER
                   MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO
                       WS-IMPORTE-EDIT
                   DISPLAY "ENTREGAR " WS-IMPORTE-EDIT " A "
                       DEV-NRO-DOC OF REG-DEVOLUCIONES
                       ", CONFIRMA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM GRABAR-MOVIMIENTO-SESION
                       MOVE REG-DEVOLUCIONES TO WS-JR-ANTES
                       MOVE "G" TO DEV-ESTADO OF REG-DEVOLUCIONES
                       MOVE WS-FECHA-HOY TO
                           DEV-FECHA-PAGO OF REG-DEVOLUCIONES
                       PERFORM REGRABAR-DEVOLUCION
                   END-IF
           END-EVALUATE.

       BUSCAR-SESION-OPERADOR.
           MOVE WS-OPERADOR TO SES-OPERADOR OF REG-SESIONES.
           MOVE ZEROES TO SES-FECHA OF REG-SESIONES.
           MOVE ZEROES TO SES-HORA OF REG-SESIONES.
           START SESIONES-RND KEY IS NOT LESS THAN
               SES-CLAVE OF REG-SESIONES
               INVALID KEY MOVE "10" TO FS-SESIONES
           END-START.
           IF FS-SESIONES = "00"
               PERFORM LEER-SESION
               PERFORM EXAMINAR-SESION
                   UNTIL FS-SESIONES <> "00"
                   OR WS-SESION-HALLADA = "S"
                   OR SES-OPERADOR OF REG-SESIONES <> WS-OPERADOR
           END-IF.
           MOVE "00" TO FS-SESIONES.

       LEER-SESION.
           READ SESIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-SESIONES
           END-READ.

       EXAMINAR-SESION.
           IF SESION-ABIERTA
               MOVE "S" TO WS-SESION-HALLADA
               MOVE SES-CLAVE OF REG-SESIONES TO WS-CLAVE-SESION
           ELSE
               PERFORM LEER-SESION
           END-IF.

       GRABAR-MOVIMIENTO-SESION.
           OPEN EXTEND MOVIMIENTOS-SESION.
           IF FS-MOVIMIENTOS = "05" OR FS-MOVIMIENTOS = "35"
               OPEN OUTPUT MOVIMIENTOS-SESION
           END-IF.
           IF FS-MOVIMIENTOS = "00"
               MOVE WS-SES-OPERADOR TO MOV-OPERADOR
               MOVE WS-SES-FECHA TO MOV-FECHA-SES
               MOVE WS-SES-HORA TO MOV-HORA-SES
               MOVE "D" TO MOV-TIPO
               MOVE "E" TO MOV-MEDIO
               MOVE DEV-NUMERO OF REG-DEVOLUCIONES TO WS-REF-NUMERO
               MOVE WS-REFERENCIA-CAJA TO MOV-REFERENCIA
               MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO MOV-IMPORTE
               WRITE REG-MOVIMIENTO
               CLOSE MOVIMIENTOS-SESION
           END-IF.

       *>
       *> SALDO A FAVOR: se recorre todo lo del documento. Las notas
       *> de credito no se suman porque el alquiler cancelado ya
       *> dejo de estar cerrado y su cargo no cuenta; las notas de
       *> gastos de cheque rechazado entran por el cheque. Las notas
       *> de interes, las multas y los cargos por siniestro son
       *> deuda propia del cliente y se suman como cargos.
       *>
       CALCULAR-SALDO-A-FAVOR.
           MOVE ZEROES TO WS-DEBITOS.
           MOVE ZEROES TO WS-CREDITOS.
           MOVE ZEROES TO WS-COMPROMETIDO.
           IF ALQUILERES-DISPONIBLES
               PERFORM SUMAR-ALQUILERES-DOC
           END-IF.
           IF FACTURAS-DISPONIBLES
               PERFORM SUMAR-NOTAS-DEBITO-DOC
           END-IF.
           IF PAGOS-DISPONIBLES
               PERFORM SUMAR-PAGOS-DOC
           END-IF.
           IF RETENCIONES-DISPON
               PERFORM SUMAR-RETENCIONES-DOC
           END-IF.
           PERFORM SUMAR-DEVOLUCIONES-DOC.
           COMPUTE WS-SALDO-FAVOR = WS-CREDITOS - WS-DEBITOS.
           IF WS-SALDO-FAVOR < ZEROES
               MOVE ZEROES TO WS-SALDO-FAVOR
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-SALDO-FAVOR - WS-COMPROMETIDO.
           IF WS-DISPONIBLE < ZEROES
               MOVE ZEROES TO WS-DISPONIBLE
           END-IF.

       SUMAR-ALQUILERES-DOC.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER
               PERFORM SUMAR-ALQUILER UNTIL FS-ALQUILERES <> "00"
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQUILER.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       SUMAR-ALQUILER.
           IF ALQ-NRO-DOC OF REG-ALQUILERES-RND = WS-NRO-DOC
              AND (ALQ-ESTADO OF REG-ALQUILERES-RND = "C"
                   OR ALQ-ESTADO OF REG-ALQUILERES-RND = "J")
               ADD ALQ-TOTAL OF REG-ALQUILERES-RND TO WS-DEBITOS
           END-IF.
           PERFORM LEER-ALQUILER.

       SUMAR-NOTAS-DEBITO-DOC.
           MOVE ZEROES TO FAC-NUMERO OF REG-FACTURAS-RND.
           START FACTURAS-RND KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS-RND
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF FS-FACTURAS = "00"
               PERFORM LEER-FACTURA
               PERFORM SUMAR-NOTA-DEBITO UNTIL FS-FACTURAS <> "00"
           END-IF.
           MOVE "00" TO FS-FACTURAS.

       LEER-FACTURA.
           READ FACTURAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       SUMAR-NOTA-DEBITO.
           IF FAC-NRO-DOC OF REG-FACTURAS-RND = WS-NRO-DOC
              AND (FAC-TIPO OF REG-FACTURAS-RND = "D"
                   OR FAC-TIPO OF REG-FACTURAS-RND = "M"
                   OR FAC-TIPO OF REG-FACTURAS-RND = "S")
               ADD FAC-TOTAL OF REG-FACTURAS-RND TO WS-DEBITOS
           END-IF.
           PERFORM LEER-FACTURA.

       SUMAR-PAGOS-DOC.
           MOVE WS-NRO-DOC TO PAG-NRO-DOC OF REG-PAGOS-RND.
           START PAGOS-RND KEY IS EQUAL TO
               PAG-NRO-DOC OF REG-PAGOS-RND
               INVALID KEY MOVE "10" TO FS-PAGOS
           END-START.
           IF FS-PAGOS = "00"
               PERFORM LEER-PAGO
               PERFORM SUMAR-PAGO
                   UNTIL FS-PAGOS <> "00"
                   OR PAG-NRO-DOC OF REG-PAGOS-RND <> WS-NRO-DOC
           END-IF.
           MOVE "00" TO FS-PAGOS.

       LEER-PAGO.
           READ PAGOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       SUMAR-PAGO.
           ADD PAG-IMPORTE OF REG-PAGOS-RND TO WS-CREDITOS.
           IF PAG-MEDIO OF REG-PAGOS-RND = "C" AND CHEQUES-DISPONIBLES
               MOVE PAG-NRO-RECIBO OF REG-PAGOS-RND TO
                   CHQ-RECIBO OF REG-CHEQUES
               READ CHEQUES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CHEQUE-RECHAZADO
                           ADD CHQ-IMPORTE OF REG-CHEQUES
                               CHQ-TOTAL-NOTA OF REG-CHEQUES
                               TO WS-DEBITOS
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-PAGO.

       SUMAR-RETENCIONES-DOC.
           MOVE WS-NRO-DOC TO RET-NRO-DOC OF REG-RETENCIONES.
           START RETENCIONES-RND KEY IS EQUAL TO
               RET-NRO-DOC OF REG-RETENCIONES
               INVALID KEY MOVE "10" TO FS-RETENCIONES
           END-START.
           IF FS-RETENCIONES = "00"
               PERFORM LEER-RETENCION
               PERFORM SUMAR-RETENCION
                   UNTIL FS-RETENCIONES <> "00"
                   OR RET-NRO-DOC OF REG-RETENCIONES <> WS-NRO-DOC
           END-IF.
           MOVE "00" TO FS-RETENCIONES.

       LEER-RETENCION.
           READ RETENCIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-RETENCIONES
           END-READ.

       SUMAR-RETENCION.
           ADD RET-IMPORTE OF REG-RETENCIONES TO WS-CREDITOS.
           PERFORM LEER-RETENCION.

       SUMAR-DEVOLUCIONES-DOC.
           MOVE WS-NRO-DOC TO DEV-NRO-DOC OF REG-DEVOLUCIONES.
           START DEVOLUCIONES-RND KEY IS EQUAL TO
               DEV-NRO-DOC OF REG-DEVOLUCIONES
               INVALID KEY MOVE "10" TO FS-DEVOLUCIONES
           END-START.
           IF FS-DEVOLUCIONES = "00"
               PERFORM LEER-DEVOLUCION
               PERFORM SUMAR-DEVOLUCION
                   UNTIL FS-DEVOLUCIONES <> "00"
                   OR DEV-NRO-DOC OF REG-DEVOLUCIONES <> WS-NRO-DOC
           END-IF.
           MOVE "00" TO FS-DEVOLUCIONES.

       SUMAR-DEVOLUCION.
           EVALUATE TRUE
               WHEN DEVOLUCION-PAGADA
                   ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-DEBITOS
               WHEN DEVOLUCION-PROPUESTA OR DEVOLUCION-APROBADA
                   ADD DEV-IMPORTE OF REG-DEVOLUCIONES TO
                       WS-COMPROMETIDO
           END-EVALUATE.
           PERFORM LEER-DEVOLUCION.
