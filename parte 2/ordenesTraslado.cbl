       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-DE-TRASLADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TRASLADOS-RND
           ASSIGN TO DISK "Entrada/indexados/traslados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRS-CLAVE OF REG-TRASLADOS
           ALTERNATE RECORD KEY IS TRS-AGENDA OF REG-TRASLADOS
              WITH DUPLICATES
           FILE STATUS IS FS-TRASLADOS.

       SELECT ZONAS-RND
           ASSIGN TO DISK "Entrada/indexados/zonas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZON-CLAVE OF REG-ZONAS
           FILE STATUS IS FS-ZONAS.

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

       SELECT RESERVAS-PRESUP-RND
           ASSIGN TO DISK "Entrada/indexados/reservasPresupuesto.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RPR-RES-NUMERO OF REG-RESERVAS-PRESUP
           FILE STATUS IS FS-RESERVAS-PRESUP.

       SELECT PRESUP-TRASLADOS-RND
           ASSIGN TO DISK "Entrada/indexados/presupuestosTraslado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PTR-NUMERO OF REG-PRESUP-TRASLADOS
           FILE STATUS IS FS-PRESUP-TRASLADOS.

       DATA DIVISION.

       FILE SECTION.

       FD TRASLADOS-RND
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

       FD ZONAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-ZONAS.
           03 ZON-CLAVE.
               05  ZON-SUCURSAL    PIC X(2).
               05  ZON-CODIGO      PIC X(3).
           03 ZON-DESCRIPCION      PIC X(30).
           03 ZON-CARGO-ENTREGA    PIC 9(5)V99.
           03 ZON-CARGO-RETIRO     PIC 9(5)V99.
           03 ZON-ESTADO           PIC X.
               88 ZONA-ACTIVA          VALUE "A".
               88 ZONA-BAJA            VALUE "B".

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

       FD RESERVAS-PRESUP-RND
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-PRESUP.
           03 RPR-RES-NUMERO   PIC X(8).
           03 RPR-PRESUPUESTO  PIC 9(8).

       FD PRESUP-TRASLADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PRESUP-TRASLADOS.
           03 PTR-NUMERO           PIC 9(8).
           03 PTR-SUCURSAL         PIC X(2).
           03 PTR-ZONA-ENTREGA     PIC X(3).
           03 PTR-CARGO-ENTREGA    PIC 9(5)V99.
           03 PTR-ZONA-RETIRO      PIC X(3).
           03 PTR-CARGO-RETIRO     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 FS-TRASLADOS           PIC XX.
           88 NO-EXISTE-TRASLADOS    VALUE "35".
       01 FS-ZONAS               PIC XX.
       01 FS-RESERVAS            PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-CLIENTES            PIC XX.

       01 FS-RESERVAS-PRESUP     PIC XX.
       01 FS-PRESUP-TRASLADOS    PIC XX.
       01 WS-COTIZADOS-DISP      PIC X VALUE "N".
           88 COTIZADOS-DISPONIBLES  VALUE "S".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "ORDENES-TRASLADO".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "ORDENES-TRASLADO".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "TRASLADO".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14).
       01 WS-CL-RESULTADO        PIC X.
           88 CHOFER-LIBRE           VALUE "D".
           88 CHOFER-FUERA-PLANTEL   VALUE "P".
           88 CHOFER-OCUPADO         VALUE "O".
           88 CHOFER-DE-LICENCIA     VALUE "L".

       01 WS-SUCURSAL            PIC X(2) VALUE "01".
       01 WS-OPERACION           PIC X.
       01 WS-ORIGEN              PIC X.
       01 WS-TIPO                PIC X.
       01 WS-NUMERO-RESERVA      PIC X(8).
       01 WS-REF-ALQUILER.
           03 WS-REF-PATENTE     PIC X(6).
           03 WS-REF-FECHA       PIC 9(8).
       01 WS-REFERENCIA          PIC X(14).
       01 WS-ORIGEN-VALIDO       PIC X.
           88 ORIGEN-VALIDO          VALUE "S".
       01 WS-SUCURSAL-ORDEN      PIC X(2).
       01 WS-FECHA-DEFECTO       PIC 9(8).
       01 WS-CHOFER-DEFECTO      PIC X(7).
       01 WS-NRO-DOC             PIC X(20).
       01 WS-FECHA               PIC 9(8).
       01 WS-HORA                PIC 9(4).
       01 WS-TURNO               PIC X.
       01 WS-DIRECCION           PIC X(30).
       01 WS-ZONA                PIC X(3).
       01 WS-CHOFER              PIC X(7).
       01 WS-CARGO               PIC 9(5)V99.
       01 WS-ZONA-COTIZADA       PIC X(3).
       01 WS-CARGO-COTIZADO      PIC 9(5)V99.
       01 WS-ZONA-VALIDA         PIC X.
           88 ZONA-VALIDA            VALUE "S".
       01 WS-CUMPLIDO            PIC X.
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-SUCURSAL FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL
           END-ACCEPT.
           IF WS-SUCURSAL = SPACES
               MOVE "01" TO WS-SUCURSAL
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-TRASLADO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O TRASLADOS-RND.
           IF NO-EXISTE-TRASLADOS
               OPEN OUTPUT TRASLADOS-RND
               CLOSE TRASLADOS-RND
               OPEN I-O TRASLADOS-RND
           END-IF.
           IF FS-TRASLADOS <> "00"
               DISPLAY "ERROR AL ABRIR TRASLADOS, FS=" FS-TRASLADOS
               STOP RUN
           END-IF.
           OPEN INPUT ZONAS-RND.
           IF FS-ZONAS <> "00"
               DISPLAY "ZONAS NO DISPONIBLES, NO SE PUEDEN TOMAR "
                   "ORDENES, FS=" FS-ZONAS
               STOP RUN
           END-IF.
           OPEN INPUT RESERVAS-RND.
           IF FS-RESERVAS <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS, FS=" FS-RESERVAS
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT RESERVAS-PRESUP-RND.
           IF FS-RESERVAS-PRESUP = "00"
               OPEN INPUT PRESUP-TRASLADOS-RND
               IF FS-PRESUP-TRASLADOS = "00"
                   MOVE "S" TO WS-COTIZADOS-DISP
               ELSE
                   CLOSE RESERVAS-PRESUP-RND
               END-IF
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE TRASLADOS-RND.
           CLOSE ZONAS-RND.
           CLOSE RESERVAS-RND.
           CLOSE ALQUILERES-RND.
           CLOSE CLIENTES-RND.
           IF COTIZADOS-DISPONIBLES
               CLOSE RESERVAS-PRESUP-RND
               CLOSE PRESUP-TRASLADOS-RND
           END-IF.

       *>
       *> ORDENES DE TRASLADO: la entrega del auto en el domicilio
       *> del cliente ("E") o su retiro de alli ("R"), colgada de
       *> una reserva ("R") o de un alquiler ("A") con la misma
       *> referencia que los adicionales. Hay a lo sumo una entrega
       *> y un retiro por referencia. El cargo sale de la zona de la
       *> sucursal y queda congelado en la orden; el cierre del
       *> alquiler lo suma a la factura. La conversion de la
       *> reserva pasa sus ordenes al alquiler.
       *>
       MANTENER-TRASLADO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=ANULACION): ".
           ACCEPT WS-OPERACION.
           PERFORM IDENTIFICAR-ORIGEN.
           IF ORIGEN-VALIDO
               DISPLAY "TIPO (E=ENTREGA EN DOMICILIO, "
                   "R=RETIRO EN DOMICILIO): "
               ACCEPT WS-TIPO
               IF WS-TIPO NOT = "E" AND WS-TIPO NOT = "R"
                   DISPLAY "TIPO INVALIDO"
               ELSE
                   MOVE WS-ORIGEN TO TRS-ORIGEN OF REG-TRASLADOS
                   MOVE WS-REFERENCIA TO
                       TRS-REFERENCIA OF REG-TRASLADOS
                   MOVE WS-TIPO TO TRS-TIPO OF REG-TRASLADOS
                   EVALUATE WS-OPERACION
                       WHEN "B" PERFORM CONSULTAR-TRASLADO
                       WHEN "I" PERFORM ALTA-TRASLADO
                       WHEN "M" PERFORM MODIFICAR-TRASLADO
                       WHEN "E" PERFORM ANULAR-TRASLADO
                       WHEN OTHER DISPLAY "OPERACION INVALIDA"
                   END-EVALUATE
               END-IF
           END-IF.

       *>
       *> la reserva tiene que estar pendiente o confirmada y el
       *> alquiler abierto; de ahi salen los valores por omision de
       *> la orden (fecha, chofer asignado y cliente).
       *>
       IDENTIFICAR-ORIGEN.
           MOVE "N" TO WS-ORIGEN-VALIDO.
           DISPLAY "ORIGEN (R=RESERVA, A=ALQUILER): ".
           ACCEPT WS-ORIGEN.
           IF WS-ORIGEN = "R"
               DISPLAY "NUMERO DE RESERVA: "
               ACCEPT WS-NUMERO-RESERVA
               MOVE WS-NUMERO-RESERVA TO RES-NUMERO OF REG-RESERVAS-RND
               READ RESERVAS-RND
                   INVALID KEY
                       DISPLAY "RESERVA INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM TOMAR-DATOS-RESERVA
               END-READ
           ELSE IF WS-ORIGEN = "A"
               DISPLAY "PATENTE DEL VEHICULO: "
               ACCEPT WS-REF-PATENTE
               DISPLAY "FECHA DEL ALQUILER (AAAAMMDD): "
               ACCEPT WS-REF-FECHA
               MOVE WS-REF-ALQUILER TO ALQ-CLAVE OF REG-ALQUILERES-RND
               READ ALQUILERES-RND
                   INVALID KEY
                       DISPLAY "ALQUILER INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM TOMAR-DATOS-ALQUILER
               END-READ
           ELSE
               DISPLAY "ORIGEN INVALIDO"
           END-IF
           END-IF.

       TOMAR-DATOS-RESERVA.
           IF WS-OPERACION NOT = "B"
              AND NOT RES-PENDIENTE AND NOT RES-CONFIRMADA
               DISPLAY "LA RESERVA NO ESTA VIGENTE (ESTADO "
                   RES-ESTADO OF REG-RESERVAS-RND ")"
           ELSE
               MOVE "S" TO WS-ORIGEN-VALIDO
               MOVE WS-NUMERO-RESERVA TO WS-REFERENCIA
               MOVE WS-SUCURSAL TO WS-SUCURSAL-ORDEN
               MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-FECHA-DEFECTO
               MOVE RES-CHOFER OF REG-RESERVAS-RND TO
                   WS-CHOFER-DEFECTO
               MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-NRO-DOC
               MOVE SPACES TO WS-CL-EXCLUIR
           END-IF.

       TOMAR-DATOS-ALQUILER.
           IF WS-OPERACION NOT = "B" AND NOT ALQ-ABIERTO
               DISPLAY "EL ALQUILER NO ESTA ABIERTO (ESTADO "
                   ALQ-ESTADO OF REG-ALQUILERES-RND ")"
           ELSE
               MOVE "S" TO WS-ORIGEN-VALIDO
               MOVE WS-REF-ALQUILER TO WS-REFERENCIA
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                   WS-SUCURSAL-ORDEN
               IF WS-SUCURSAL-ORDEN = SPACES
                   MOVE WS-SUCURSAL TO WS-SUCURSAL-ORDEN
               END-IF
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   WS-FECHA-DEFECTO
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                   WS-CHOFER-DEFECTO
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO WS-NRO-DOC
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-CL-EXCLUIR
           END-IF.

       CONSULTAR-TRASLADO.
           READ TRASLADOS-RND
               INVALID KEY
                   DISPLAY "ORDEN DE TRASLADO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-TRASLADO
           END-READ.

       MOSTRAR-TRASLADO.
           DISPLAY "ORIGEN: " TRS-ORIGEN OF REG-TRASLADOS
               " REFERENCIA: " TRS-REFERENCIA OF REG-TRASLADOS
               " TIPO: " TRS-TIPO OF REG-TRASLADOS.
           DISPLAY "SUCURSAL: " TRS-SUCURSAL OF REG-TRASLADOS
               " FECHA: " TRS-FECHA OF REG-TRASLADOS
               " HORA: " TRS-HORA OF REG-TRASLADOS
               " TURNO: " TRS-TURNO OF REG-TRASLADOS.
           DISPLAY "DIRECCION: " TRS-DIRECCION OF REG-TRASLADOS.
           DISPLAY "ZONA: " TRS-ZONA OF REG-TRASLADOS
               " CARGO: " TRS-CARGO OF REG-TRASLADOS.
           DISPLAY "CHOFER: " TRS-CHOFER OF REG-TRASLADOS.
           DISPLAY "ESTADO: " TRS-ESTADO OF REG-TRASLADOS.

       ALTA-TRASLADO.
           READ TRASLADOS-RND
               INVALID KEY
                   PERFORM CAPTURAR-TRASLADO
               NOT INVALID KEY
                   IF TRASLADO-ANULADO
                       PERFORM CAPTURAR-TRASLADO
                   ELSE
                       PERFORM MOSTRAR-TRASLADO
                       DISPLAY "YA HAY UNA ORDEN DE ESE TIPO, USAR "
                           "MODIFICACION"
                   END-IF
           END-READ.

       *>
       *> la entrega va por omision el dia que empieza y el retiro
       *> el dia que termina; la direccion por omision es la del
       *> cliente y el chofer el asignado a la reserva o alquiler.
       *> Un chofer que CHOFERES-DISPONIBLES no mostraria (fuera de
       *> plantel o de turno, ocupado con otro alquiler o de
       *> licencia) no se asigna: la orden queda sin chofer y se le
       *> asigna uno por modificacion. Si la reserva salio de un
       *> presupuesto que cotizo el traslado, la zona cotizada va por
       *> omision y se respeta el cargo cotizado.
       *>
       CAPTURAR-TRASLADO.
           IF WS-TIPO = "R" AND WS-ORIGEN = "A"
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   WS-FECHA-DEFECTO
           END-IF.
           DISPLAY "FECHA (AAAAMMDD, ENTER = " WS-FECHA-DEFECTO "): ".
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROES
               MOVE WS-FECHA-DEFECTO TO WS-FECHA
           END-IF.
           DISPLAY "HORA PEDIDA (HHMM): ".
           ACCEPT WS-HORA.
           DISPLAY "TURNO (M/T/N): ".
           ACCEPT WS-TURNO.
           MOVE WS-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTES-RND
           END-READ.
           DISPLAY "DIRECCION (ENTER = "
               CLI-DIRECCION OF REG-CLIENTES-RND "): ".
           ACCEPT WS-DIRECCION.
           IF WS-DIRECCION = SPACES
               MOVE CLI-DIRECCION OF REG-CLIENTES-RND TO WS-DIRECCION
           END-IF.
           PERFORM BUSCAR-TRASLADO-COTIZADO.
           IF WS-ZONA-COTIZADA = SPACES
               DISPLAY "ZONA: "
           ELSE
               DISPLAY "ZONA (ENTER = " WS-ZONA-COTIZADA
                   " COTIZADA A " WS-CARGO-COTIZADO "): "
           END-IF.
           ACCEPT WS-ZONA.
           IF WS-ZONA = SPACES
               MOVE WS-ZONA-COTIZADA TO WS-ZONA
           END-IF.
           PERFORM VALIDAR-ZONA.
           IF ZONA-VALIDA AND WS-ZONA-COTIZADA NOT = SPACES
              AND WS-ZONA = WS-ZONA-COTIZADA
               MOVE WS-CARGO-COTIZADO TO WS-CARGO
           END-IF.
           DISPLAY "CHOFER (ENTER = " WS-CHOFER-DEFECTO "): ".
           ACCEPT WS-CHOFER.
           IF WS-CHOFER = SPACES
               MOVE WS-CHOFER-DEFECTO TO WS-CHOFER
           END-IF.
           IF WS-DIRECCION = SPACES
               DISPLAY "ALTA RECHAZADA: FALTA LA DIRECCION"
           ELSE IF WS-TURNO NOT = "M" AND WS-TURNO NOT = "T"
                   AND WS-TURNO NOT = "N"
               DISPLAY "ALTA RECHAZADA: TURNO INVALIDO"
           ELSE IF NOT ZONA-VALIDA
               DISPLAY "ALTA RECHAZADA: ZONA INEXISTENTE O DADA DE "
                   "BAJA EN LA SUCURSAL " WS-SUCURSAL-ORDEN
           ELSE
               PERFORM VALIDAR-CHOFER-TRASLADO
               PERFORM GRABAR-TRASLADO
           END-IF
           END-IF
           END-IF.

       VALIDAR-ZONA.
           MOVE "N" TO WS-ZONA-VALIDA.
           MOVE ZEROES TO WS-CARGO.
           MOVE WS-SUCURSAL-ORDEN TO ZON-SUCURSAL OF REG-ZONAS.
           MOVE WS-ZONA TO ZON-CODIGO OF REG-ZONAS.
           READ ZONAS-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ZONA-ACTIVA
                       MOVE "S" TO WS-ZONA-VALIDA
                       IF WS-TIPO = "E"
                           MOVE ZON-CARGO-ENTREGA OF REG-ZONAS TO
                               WS-CARGO
                       ELSE
                           MOVE ZON-CARGO-RETIRO OF REG-ZONAS TO
                               WS-CARGO
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-TRASLADO-COTIZADO.
           MOVE SPACES TO WS-ZONA-COTIZADA.
           MOVE ZEROES TO WS-CARGO-COTIZADO.
           IF COTIZADOS-DISPONIBLES AND WS-ORIGEN = "R"
               MOVE WS-NUMERO-RESERVA TO
                   RPR-RES-NUMERO OF REG-RESERVAS-PRESUP
               READ RESERVAS-PRESUP-RND
                   INVALID KEY
                       MOVE "23" TO FS-PRESUP-TRASLADOS
                   NOT INVALID KEY
                       MOVE RPR-PRESUPUESTO OF REG-RESERVAS-PRESUP TO
                           PTR-NUMERO OF REG-PRESUP-TRASLADOS
                       READ PRESUP-TRASLADOS-RND
                           INVALID KEY CONTINUE
                       END-READ
               END-READ
               IF FS-PRESUP-TRASLADOS = "00"
                  AND PTR-SUCURSAL OF REG-PRESUP-TRASLADOS =
                      WS-SUCURSAL-ORDEN
                   IF WS-TIPO = "E"
                       MOVE PTR-ZONA-ENTREGA OF REG-PRESUP-TRASLADOS
                           TO WS-ZONA-COTIZADA
                       MOVE PTR-CARGO-ENTREGA OF REG-PRESUP-TRASLADOS
                           TO WS-CARGO-COTIZADO
                   ELSE
                       MOVE PTR-ZONA-RETIRO OF REG-PRESUP-TRASLADOS
                           TO WS-ZONA-COTIZADA
                       MOVE PTR-CARGO-RETIRO OF REG-PRESUP-TRASLADOS
                           TO WS-CARGO-COTIZADO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CHOFER-TRASLADO.
           IF WS-CHOFER NOT = SPACES
               MOVE WS-CHOFER TO WS-CL-LEGAJO
               MOVE WS-FECHA TO WS-CL-FECHA
               MOVE WS-TURNO TO WS-CL-TURNO
               CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
                   WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO
               EVALUATE TRUE
                   WHEN CHOFER-LIBRE
                       CONTINUE
                   WHEN CHOFER-FUERA-PLANTEL
                       DISPLAY "CHOFER " WS-CHOFER " FUERA DE "
                           "PLANTEL O DE TURNO ESE DIA"
                   WHEN CHOFER-OCUPADO
                       DISPLAY "CHOFER " WS-CHOFER " OCUPADO CON "
                           "OTRO ALQUILER ESE DIA"
                   WHEN CHOFER-DE-LICENCIA
                       DISPLAY "CHOFER " WS-CHOFER " DE LICENCIA "
                           "ESE DIA"
               END-EVALUATE
               IF NOT CHOFER-LIBRE
                   DISPLAY "LA ORDEN QUEDA SIN CHOFER ASIGNADO"
                   MOVE SPACES TO WS-CHOFER
               END-IF
           END-IF.

       GRABAR-TRASLADO.
           MOVE WS-SUCURSAL-ORDEN TO TRS-SUCURSAL OF REG-TRASLADOS.
           MOVE WS-FECHA TO TRS-FECHA OF REG-TRASLADOS.
           MOVE WS-TURNO TO TRS-TURNO OF REG-TRASLADOS.
           MOVE WS-HORA TO TRS-HORA OF REG-TRASLADOS.
           MOVE WS-DIRECCION TO TRS-DIRECCION OF REG-TRASLADOS.
           MOVE WS-ZONA TO TRS-ZONA OF REG-TRASLADOS.
           MOVE WS-CARGO TO TRS-CARGO OF REG-TRASLADOS.
           MOVE WS-CHOFER TO TRS-CHOFER OF REG-TRASLADOS.
           MOVE "P" TO TRS-ESTADO OF REG-TRASLADOS.
           IF FS-TRASLADOS = "00"
               MOVE "M" TO WS-JR-OPERACION
               REWRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA ORDEN, FS="
                           FS-TRASLADOS
               END-REWRITE
           ELSE
               MOVE "A" TO WS-JR-OPERACION
               WRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA ORDEN, FS="
                           FS-TRASLADOS
               END-WRITE
           END-IF.
           IF FS-TRASLADOS = "00"
               MOVE SPACES TO WS-JR-ANTES
               MOVE REG-TRASLADOS TO WS-JR-DESPUES
               CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                   WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                   WS-JR-DESPUES
               DISPLAY "ORDEN DE TRASLADO REGISTRADA, CARGO "
                   WS-CARGO
           END-IF.

       *>
       *> sobre una orden pendiente se cambia fecha, hora, turno o
       *> chofer (el chofer se vuelve a validar si cambia algo) y se
       *> la da por cumplida ("C") cuando el chofer vuelve.
       *>
       MODIFICAR-TRASLADO.
           READ TRASLADOS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA ORDEN NO EXISTE"
               NOT INVALID KEY
                   IF NOT TRASLADO-PENDIENTE
                       PERFORM MOSTRAR-TRASLADO
                       DISPLAY "SOLO SE MODIFICAN ORDENES PENDIENTES"
                   ELSE
                       PERFORM CAMBIAR-TRASLADO
                   END-IF
           END-READ.

       CAMBIAR-TRASLADO.
           PERFORM MOSTRAR-TRASLADO.
           MOVE REG-TRASLADOS TO WS-JR-ANTES.
           MOVE TRS-FECHA OF REG-TRASLADOS TO WS-FECHA.
           MOVE TRS-TURNO OF REG-TRASLADOS TO WS-TURNO.
           DISPLAY "NUEVA FECHA (0 PARA DEJAR): ".
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROES
               MOVE TRS-FECHA OF REG-TRASLADOS TO WS-FECHA
           END-IF.
           DISPLAY "NUEVA HORA (9999 PARA DEJAR): ".
           ACCEPT WS-HORA.
           IF WS-HORA NOT = 9999
               MOVE WS-HORA TO TRS-HORA OF REG-TRASLADOS
           END-IF.
           DISPLAY "NUEVO TURNO (ESPACIO PARA DEJAR): ".
           ACCEPT WS-TURNO.
           IF WS-TURNO = SPACES
               MOVE TRS-TURNO OF REG-TRASLADOS TO WS-TURNO
           END-IF.
           DISPLAY "NUEVO CHOFER (ESPACIOS PARA DEJAR): ".
           ACCEPT WS-CHOFER.
           IF WS-CHOFER = SPACES
               MOVE TRS-CHOFER OF REG-TRASLADOS TO WS-CHOFER
           END-IF.
           IF WS-CHOFER NOT = TRS-CHOFER OF REG-TRASLADOS
              OR WS-FECHA NOT = TRS-FECHA OF REG-TRASLADOS
              OR WS-TURNO NOT = TRS-TURNO OF REG-TRASLADOS
               PERFORM VALIDAR-CHOFER-TRASLADO
           END-IF.
           MOVE WS-FECHA TO TRS-FECHA OF REG-TRASLADOS.
           MOVE WS-TURNO TO TRS-TURNO OF REG-TRASLADOS.
           MOVE WS-CHOFER TO TRS-CHOFER OF REG-TRASLADOS.
           DISPLAY "SERVICIO CUMPLIDO (S/N): ".
           ACCEPT WS-CUMPLIDO.
           IF WS-CUMPLIDO = "S" OR WS-CUMPLIDO = "s"
               IF TRS-CHOFER OF REG-TRASLADOS = SPACES
                   DISPLAY "SIN CHOFER ASIGNADO NO SE DA POR "
                       "CUMPLIDA"
               ELSE
                   MOVE "C" TO TRS-ESTADO OF REG-TRASLADOS
               END-IF
           END-IF.
           REWRITE REG-TRASLADOS
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR LA ORDEN"
               NOT INVALID KEY
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-TRASLADOS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "ORDEN MODIFICADA"
           END-REWRITE.

       ANULAR-TRASLADO.
           READ TRASLADOS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA ORDEN NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-TRASLADO
                   IF NOT TRASLADO-PENDIENTE
                       DISPLAY "SOLO SE ANULAN ORDENES PENDIENTES"
                   ELSE
                       DISPLAY "CONFIRMA LA ANULACION (S/N): "
                       ACCEPT WS-CONFIRMACION
                       IF WS-CONFIRMACION = "S"
                          OR WS-CONFIRMACION = "s"
                           MOVE REG-TRASLADOS TO WS-JR-ANTES
                           MOVE "X" TO TRS-ESTADO OF REG-TRASLADOS
                           REWRITE REG-TRASLADOS
                               INVALID KEY
                                   DISPLAY "ERROR AL ANULAR"
                           END-REWRITE
                           MOVE "E" TO WS-JR-OPERACION
                           MOVE REG-TRASLADOS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "ORDEN ANULADA"
                       ELSE
                           DISPLAY "ANULACION CANCELADA"
                       END-IF
                   END-IF
           END-READ.
