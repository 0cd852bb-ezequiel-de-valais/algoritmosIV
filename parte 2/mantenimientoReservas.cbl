              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT PAGOS-RND
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RPR-RES-NUMERO OF REG-RESERVAS-PRESUP
           FILE STATUS IS FS-RESERVAS-PRESUP.

       SELECT PUNTOS-RND
           ASSIGN TO DISK "Entrada/indexados/puntos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTS-NUMERO OF REG-PUNTOS
           ALTERNATE RECORD KEY IS PTS-CLI-NUMERO OF REG-PUNTOS
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS PTS-REFERENCIA OF REG-PUNTOS
              WITH DUPLICATES
           FILE STATUS IS FS-PUNTOS.

       SELECT CONTROL-PUNTOS
           ASSIGN TO DISK "Entrada/indexados/controlPuntos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-PUNTOS.

       SELECT ADICIONALES-RND
           ASSIGN TO DISK "Entrada/indexados/adicionales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADI-CLAVE OF REG-ADICIONALES
           FILE STATUS IS FS-ADICIONALES.

       SELECT ADICIONALES-ALQ-RND
           ASSIGN TO DISK "Entrada/indexados/adicionalesAlquiler.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAL-CLAVE OF REG-ADICIONALES-ALQ
           ALTERNATE RECORD KEY IS AAL-ITEM OF REG-ADICIONALES-ALQ
              WITH DUPLICATES
           FILE STATUS IS FS-ADICIONALES-ALQ.

       SELECT TRASLADOS-RND
           ASSIGN TO DISK "Entrada/indexados/traslados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRS-CLAVE OF REG-TRASLADOS
           ALTERNATE RECORD KEY IS TRS-AGENDA OF REG-TRASLADOS
              WITH DUPLICATES
           FILE STATUS IS FS-TRASLADOS.

       SELECT INTERMEDIARIOS-RND
           ASSIGN TO DISK "Entrada/indexados/intermediarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMD-CODIGO OF REG-INTERMEDIARIOS
           ALTERNATE RECORD KEY IS IMD-CUIT OF REG-INTERMEDIARIOS
           FILE STATUS IS FS-INTERMEDIARIOS.
       SELECT INTERMEDIACION-RND
           ASSIGN TO DISK "Entrada/indexados/intermediacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMC-CLAVE OF REG-INTERMEDIACION
           FILE STATUS IS FS-INTERMEDIACION.

       DATA DIVISION.

       FILE SECTION.
               88 RES-NO-SHOW      VALUE "N".
               88 RES-TOMADA       VALUE "T".

       FD CHOFERES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CHOFERES-RND.
           03  CHO-CLAVE.
               05  CHO-NRO-LEGAJO  PIC X(7).
               05  CHO-FECHA-DESDE PIC 9(8).
           03  CHO-FECHA-HASTA     PIC 9(8).
           03  CHO-TURNO           PIC X.
           03  CHO-NOMBRE          PIC X(30).
           03  CHO-SUCURSAL        PIC X(2).

       FD CLIENTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CLIENTES-RND.
               88 SENIA-PERDIDA    VALUE "P".
           03 SEN-MOTIVO       PIC X(2).

       FD PUNTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PUNTOS.
           03 PTS-NUMERO       PIC 9(8).
           03 PTS-CLI-NUMERO   PIC X(8).
           03 PTS-FECHA        PIC 9(8).
           03 PTS-TIPO         PIC X.
               88 PUNTOS-GANADOS       VALUE "G".
               88 PUNTOS-DEVUELTOS     VALUE "D".
               88 PUNTOS-CANJEADOS     VALUE "C".
               88 PUNTOS-VENCIDOS      VALUE "V".
               88 PUNTOS-ANULADOS      VALUE "A".
           03 PTS-PUNTOS       PIC 9(7).
           03 PTS-SALDO        PIC 9(7).
           03 PTS-VENCIMIENTO  PIC 9(8).
           03 PTS-REFERENCIA   PIC X(14).
           03 PTS-IMPORTE      PIC 9(9)V99.

       FD CONTROL-PUNTOS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-PUNTOS.
           03 CTP-PROXIMO-NUMERO PIC 9(8).

       FD ADICIONALES-RND
           LABEL RECORD IS STANDARD.
       01 REG-ADICIONALES.
           03 ADI-CLAVE.
               05  ADI-SUCURSAL    PIC X(2).
               05  ADI-CODIGO      PIC X(4).
           03 ADI-DESCRIPCION      PIC X(30).
           03 ADI-STOCK            PIC 9(3).
           03 ADI-PRECIO-DIARIO    PIC 9(5)V99.
           03 ADI-VALOR-REPOSICION PIC 9(7)V99.
           03 ADI-ESTADO           PIC X.
               88 ADICIONAL-ACTIVO     VALUE "A".
               88 ADICIONAL-BAJA       VALUE "B".

       FD ADICIONALES-ALQ-RND
           LABEL RECORD IS STANDARD.
       01 REG-ADICIONALES-ALQ.
           03 AAL-CLAVE.
               05  AAL-ORIGEN      PIC X.
               05  AAL-REFERENCIA  PIC X(14).
               05  AAL-CODIGO      PIC X(4).
           03 AAL-ITEM.
               05  AAL-SUCURSAL    PIC X(2).
               05  AAL-CODIGO-ITEM PIC X(4).
           03 AAL-FECHA-DESDE      PIC 9(8).
           03 AAL-FECHA-HASTA      PIC 9(8).
           03 AAL-CANTIDAD         PIC 99.
           03 AAL-PRECIO-DIARIO    PIC 9(5)V99.
           03 AAL-ESTADO           PIC X.
               88 AAL-RESERVADO        VALUE "P".
               88 AAL-ENTREGADO        VALUE "E".
               88 AAL-DEVUELTO         VALUE "D".
               88 AAL-FALTANTE         VALUE "F".
               88 AAL-TRASLADADO       VALUE "T".
               88 AAL-ANULADO          VALUE "X".
           03 AAL-CANT-DEVUELTA    PIC 99.
           03 AAL-CARGO            PIC 9(7)V99.
           03 AAL-CARGO-REPOSICION PIC 9(7)V99.

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

       FD INTERMEDIARIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIARIOS.
           03 IMD-CODIGO       PIC X(6).
           03 IMD-RAZON-SOCIAL PIC X(30).
           03 IMD-CUIT         PIC X(20).
           03 IMD-TIPO         PIC X.
               88 IMD-AGENCIA          VALUE "A".
               88 IMD-BROKER           VALUE "B".
           03 IMD-PROVEEDOR    PIC X(6).
           03 IMD-PORC-GENERAL PIC 9(2)V99.
           03 IMD-COMISION-CAT OCCURS 8 TIMES.
               05  IMD-CATEGORIA   PIC X(2).
               05  IMD-PORCENTAJE  PIC 9(2)V99.
           03 IMD-ESTADO       PIC X.
               88 INTERMEDIARIO-ACTIVO   VALUE "A".
               88 INTERMEDIARIO-INACTIVO VALUE "B".
       FD INTERMEDIACION-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIACION.
           03 IMC-CLAVE.
               05  IMC-ORIGEN      PIC X.
               05  IMC-REFERENCIA  PIC X(14).
           03 IMC-INTERMEDIARIO    PIC X(6).
           03 IMC-CATEGORIA        PIC X(2).
           03 IMC-FECHA-ALTA       PIC 9(8).
           03 IMC-ESTADO           PIC X.
               88 IMC-PENDIENTE        VALUE "P".
               88 IMC-TRASLADADA       VALUE "T".
               88 IMC-ANULADA          VALUE "N".
               88 IMC-DEVENGADA        VALUE "D".
               88 IMC-LIQUIDADA        VALUE "L".
           03 IMC-FACTURA          PIC 9(8).
           03 IMC-BASE             PIC 9(9)V99.
           03 IMC-PORCENTAJE       PIC 9(2)V99.
           03 IMC-COMISION         PIC 9(7)V99.
           03 IMC-FECHA-DEVENGO    PIC 9(8).
           03 IMC-LIQUIDACION      PIC 9(6).
           03 IMC-ULTIMA-NC        PIC 9(8).
           03 IMC-NC-NETO          PIC 9(9)V99.
           03 IMC-NC-TOTAL         PIC 9(9)V99.
           03 IMC-REVERSION        PIC 9(7)V99.
           03 IMC-REVERTIDO        PIC 9(7)V99.
           03 IMC-LIQ-REVERSION    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 FS-RESERVAS            PIC XX.
           88 OK-RESERVAS            VALUE "00".
       01 WS-PROMOS-DISP         PIC X VALUE "N".
           88 PROMOS-DISPONIBLES     VALUE "S".
       01 WS-CODIGO-PROMO        PIC X(8).
       01 FS-INTERMEDIARIOS      PIC XX.
       01 FS-INTERMEDIACION      PIC XX.
           88 NO-EXISTE-INTERMEDIACION VALUE "35".
       01 WS-INTERMED-DISP       PIC X VALUE "N".
           88 INTERMED-DISPONIBLES   VALUE "S".
       01 WS-INTERMEDIARIO       PIC X(6).
       01 WS-PROMO-VALIDA        PIC X VALUE "N".
           88 PROMO-VALIDA           VALUE "S".
       01 WS-DESCUENTO-PROMO     PIC 9(7)V99 VALUE ZEROES.
       01 FS-PUNTOS              PIC XX.
           88 NO-EXISTE-PUNTOS       VALUE "35".
       01 FS-CONTROL-PUNTOS      PIC XX.
       01 WS-PUNTOS-DISP         PIC X VALUE "N".
           88 PUNTOS-DISPONIBLES     VALUE "S".
       01 WS-PTS-CLIENTE         PIC X(8).
       01 WS-PTS-FECHA-HOY       PIC 9(8).
       01 WS-PTS-DISPONIBLES     PIC 9(7).
       01 WS-PTS-A-CONSUMIR      PIC 9(7).
       01 WS-PTS-CONSUMIDOS      PIC 9(7).
       01 WS-PTS-TOMADOS         PIC 9(7).
       01 WS-PTS-NUMERO          PIC 9(8).
       01 WS-VALOR-PUNTO         PIC 9(5)V99 VALUE 1.00.
       01 WS-MESES-PUNTOS        PIC 9(3) VALUE 12.
       01 WS-PUNTOS-POR-PESO     PIC 9(3)V9999 VALUE .0100.
       01 WS-PTS-VENCE           PIC 9(8).
       01 WS-PTS-VENCE-RED REDEFINES WS-PTS-VENCE.
           03 WS-PTS-VENCE-AAAA  PIC 9(4).
           03 WS-PTS-VENCE-MM    PIC 9(2).
           03 WS-PTS-VENCE-DD    PIC 9(2).
       01 WS-PTS-MESES-AUX       PIC 9(6).
       01 WS-PUNTOS-CANJE        PIC 9(7).
       01 WS-DESCUENTO-PUNTOS    PIC 9(7)V99 VALUE ZEROES.
       01 WS-PTS-CANJEADOS-RES   PIC 9(7).
       01 WS-PTS-IMPORTE-RES     PIC 9(9)V99.
       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 FS-LIMITES             PIC XX.
       01 WS-LIMITES-DISP        PIC X VALUE "N".
       01 FS-PAGOS               PIC XX.
       01 WS-PAGOS-DISP          PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".
       01 FS-CHOFERES            PIC XX.
       01 WS-CHOFERES-DISP       PIC X VALUE "N".
           88 CHOFERES-DISPONIBLES   VALUE "S".
       01 WS-VENTANA-CHOFER      PIC X.
           88 VENTANA-HALLADA        VALUE "S".
       01 WS-VL-HASTA            PIC 9(8).
       01 WS-VL-LIBRES           PIC 9(4).
       01 WS-VL-RESULTADO        PIC X.
       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14) VALUE SPACES.
       01 WS-CL-RESULTADO        PIC X.
       01 WS-DP-PROGRAMA         PIC X(20) VALUE "MANT-RESERVAS".
       01 WS-DP-TURNO            PIC X.
       01 WS-DP-MOTIVO           PIC X(2).
       01 WS-RESERVA-DISPONIBLE  PIC X VALUE "S".
           88 RESERVA-DISPONIBLE     VALUE "S".
       01 WS-RESERVA-AUTORIZADA  PIC X VALUE "S".
           88 RESERVA-AUTORIZADA     VALUE "S".
       01 WS-EXPOSICION          PIC S9(11)V99.
       01 WS-CONVENIOS-DISP      PIC X VALUE "N".
           88 CONVENIOS-DISPONIBLES  VALUE "S".
       01 WS-ES-MIEMBRO-CONV     PIC X.
       01 WS-SUCURSAL            PIC X(2) VALUE "01".
       01 WS-EXIT                PIC X.
       01 FS-ADICIONALES         PIC XX.
       01 FS-ADICIONALES-ALQ     PIC XX.
           88 NO-EXISTE-ADICIONALES-ALQ VALUE "35".
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       *>
       *> ADICIONALES PEDIDOS: hasta cinco items por operacion, con
       *> la diaria de lista que queda congelada al grabarlos.
       *>
       01 WS-ADICIONALES-PEDIDOS.
           03 WS-PEDIDO-ADICIONAL OCCURS 5 TIMES.
               05 WS-PED-CODIGO      PIC X(4).
               05 WS-PED-CANTIDAD    PIC 99.
               05 WS-PED-PRECIO      PIC 9(5)V99.
       01 WS-CANT-PEDIDOS        PIC 9 VALUE 0.
       01 WS-IND-PEDIDO          PIC 9.
       01 WS-ADI-CODIGO          PIC X(4).
       01 WS-ADI-CANTIDAD        PIC 99.
       01 WS-ADI-OCUPADOS        PIC 9(4).
       01 WS-ADI-SUCURSAL        PIC X(2).
       01 WS-ADI-DESDE           PIC 9(8).
       01 WS-ADI-HASTA           PIC 9(8).
       01 WS-ADI-ORIGEN          PIC X.
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-ESTADO          PIC X.
       01 WS-ADICIONALES-VALIDOS PIC X.
           88 ADICIONALES-VALIDOS     VALUE "S".
       01 WS-ADI-ESTADO-ANT      PIC X.
       01 WS-ADI-CAMBIADOS       PIC 9(3).
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       01 WS-TRS-ORIGEN          PIC X.
       01 WS-TRS-REFERENCIA      PIC X(14).
       01 WS-TRS-ESTADO-ANT      PIC X.
       01 WS-TRS-ESTADO          PIC X.
       01 WS-TRS-CAMBIADOS       PIC 99.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
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
           PERFORM CARGAR-PARAMETROS-PUNTOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-RESERVA.
           PERFORM CERRAR-ARCHIVOS.
           ELSE
               MOVE "N" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES = "00"
               MOVE "S" TO WS-CHOFERES-DISP
           ELSE
               MOVE "N" TO WS-CHOFERES-DISP
           END-IF.
           OPEN INPUT PAGOS-RND.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           ELSE
               MOVE "N" TO WS-PROMOS-DISP
           END-IF.
           OPEN INPUT INTERMEDIARIOS-RND.
           OPEN I-O INTERMEDIACION-RND.
           IF NO-EXISTE-INTERMEDIACION
               OPEN OUTPUT INTERMEDIACION-RND
               CLOSE INTERMEDIACION-RND
               OPEN I-O INTERMEDIACION-RND
           END-IF.
           IF FS-INTERMEDIARIOS = "00" AND FS-INTERMEDIACION = "00"
               MOVE "S" TO WS-INTERMED-DISP
           ELSE
               MOVE "N" TO WS-INTERMED-DISP
           END-IF.
           OPEN I-O PUNTOS-RND.
           IF NO-EXISTE-PUNTOS
               OPEN OUTPUT PUNTOS-RND
               CLOSE PUNTOS-RND
               OPEN I-O PUNTOS-RND
           END-IF.
           IF FS-PUNTOS = "00"
               MOVE "S" TO WS-PUNTOS-DISP
           ELSE
               MOVE "N" TO WS-PUNTOS-DISP
           END-IF.
           OPEN I-O PRESUPUESTOS-RND.
           IF FS-PRESUPUESTOS = "00"
               MOVE "S" TO WS-PRESUP-DISPONIBLES
               DISPLAY "ERROR AL ABRIR SENIAS, FS=" FS-SENIAS
               STOP RUN
           END-IF.
           OPEN INPUT ADICIONALES-RND.
           OPEN I-O ADICIONALES-ALQ-RND.
           IF NO-EXISTE-ADICIONALES-ALQ
               OPEN OUTPUT ADICIONALES-ALQ-RND
               CLOSE ADICIONALES-ALQ-RND
               OPEN I-O ADICIONALES-ALQ-RND
           END-IF.
           IF FS-ADICIONALES = "00" AND FS-ADICIONALES-ALQ = "00"
               MOVE "S" TO WS-ADICIONALES-DISP
           ELSE
               MOVE "N" TO WS-ADICIONALES-DISP
           END-IF.
           OPEN I-O TRASLADOS-RND.
           IF FS-TRASLADOS = "00"
               MOVE "S" TO WS-TRASLADOS-DISP
           ELSE
               MOVE "N" TO WS-TRASLADOS-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESERVAS-RND.
               CLOSE PROMOCIONES-RND
               CLOSE PROMOS-RESERVAS-RND
           END-IF.
           IF INTERMED-DISPONIBLES
               CLOSE INTERMEDIARIOS-RND
               CLOSE INTERMEDIACION-RND
           END-IF.
           IF PUNTOS-DISPONIBLES
               CLOSE PUNTOS-RND
           END-IF.
           IF LIMITES-DISPONIBLES
               CLOSE LIMITES-RND
           END-IF.
           IF ALQUILERES-DISPON
               CLOSE ALQUILERES-RND
           END-IF.
           IF CHOFERES-DISPONIBLES
               CLOSE CHOFERES-RND
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-RND
           END-IF.
           CLOSE SENIAS-RND.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-RND
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.

       MANTENER-RESERVA.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, "
               DISPLAY "IMPORTE PACTADO: "
               ACCEPT WS-IMPORTE
           END-IF.
           PERFORM VERIFICAR-DISPONIBILIDAD-RES.
           IF RESERVA-DISPONIBLE
               PERFORM VALIDAR-LIMITE-RESERVA
               IF NOT RESERVA-AUTORIZADA
                   DISPLAY "ALTA RECHAZADA: LIMITE DE CREDITO "
                       "EXCEDIDO SIN AUTORIZACION"
               ELSE
                   PERFORM ARMAR-Y-GRABAR-RESERVA
               END-IF
           END-IF.

       *>
       *> DISPONIBILIDAD: antes de tomar la reserva se controla que
       *> quede un vehiculo libre de la categoria (o el pedido, si
       *> vino con patente) para la fecha, y que el chofer pedido
       *> este en plantel y libre ese dia en su turno. Si no hay, la
       *> reserva no se toma y el pedido queda en el registro de
       *> demanda perdida.
       *>
       VERIFICAR-DISPONIBILIDAD-RES.
           MOVE "S" TO WS-RESERVA-DISPONIBLE.
           MOVE SPACES TO WS-DP-MOTIVO.
           MOVE SPACES TO WS-DP-TURNO.
           MOVE WS-FECHA TO WS-VL-HASTA.
           IF WS-CHOFER NOT = SPACES AND CHOFERES-DISPONIBLES
               PERFORM BUSCAR-TURNO-CHOFER-RES
           END-IF.
           CALL "vehiculolibre" USING WS-CATEGORIA, WS-PATENTE,
               WS-FECHA, WS-VL-HASTA, WS-VL-RESULTADO, WS-VL-LIBRES.
           EVALUATE WS-VL-RESULTADO
               WHEN "I"
                   MOVE "N" TO WS-RESERVA-DISPONIBLE
                   DISPLAY "ALTA RECHAZADA: VEHICULO INEXISTENTE O "
                       "NO ACTIVO " WS-PATENTE
               WHEN "T"
                   MOVE "TA" TO WS-DP-MOTIVO
                   DISPLAY "ALTA RECHAZADA: VEHICULOS DE LA "
                       "CATEGORIA EN TALLER EL " WS-FECHA
               WHEN "O"
                   MOVE "SV" TO WS-DP-MOTIVO
                   DISPLAY "ALTA RECHAZADA: SIN VEHICULO LIBRE EL "
                       WS-FECHA
               WHEN OTHER
                   IF WS-CHOFER NOT = SPACES AND CHOFERES-DISPONIBLES
                       PERFORM VERIFICAR-CHOFER-RES
                   END-IF
           END-EVALUATE.
           IF WS-DP-MOTIVO NOT = SPACES
               MOVE "N" TO WS-RESERVA-DISPONIBLE
               CALL "demandaperdida" USING WS-DP-PROGRAMA,
                   WS-SUCURSAL, WS-CATEGORIA, WS-DP-TURNO, WS-FECHA,
                   WS-VL-HASTA, WS-DP-MOTIVO
           END-IF.

       *>
       *> el turno del chofer sale de la ventana de plantel que cubre
       *> la fecha reservada.
       *>
       BUSCAR-TURNO-CHOFER-RES.
           MOVE "N" TO WS-VENTANA-CHOFER.
           MOVE WS-CHOFER TO CHO-NRO-LEGAJO OF REG-CHOFERES-RND.
           START CHOFERES-RND KEY IS EQUAL TO
               CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               INVALID KEY MOVE "10" TO FS-CHOFERES
           END-START.
           IF FS-CHOFERES = "00"
               PERFORM LEER-VENTANA-CHOFER
               PERFORM EXAMINAR-VENTANA-CHOFER
                   UNTIL FS-CHOFERES <> "00"
                   OR VENTANA-HALLADA
                   OR CHO-NRO-LEGAJO OF REG-CHOFERES-RND <> WS-CHOFER
           END-IF.
           MOVE "00" TO FS-CHOFERES.

       LEER-VENTANA-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       EXAMINAR-VENTANA-CHOFER.
           IF CHO-FECHA-DESDE OF REG-CHOFERES-RND <= WS-FECHA
              AND CHO-FECHA-HASTA OF REG-CHOFERES-RND >= WS-FECHA
               MOVE "S" TO WS-VENTANA-CHOFER
               MOVE CHO-TURNO OF REG-CHOFERES-RND TO WS-DP-TURNO
           ELSE
               PERFORM LEER-VENTANA-CHOFER
           END-IF.

       VERIFICAR-CHOFER-RES.
           IF NOT VENTANA-HALLADA
               MOVE "SC" TO WS-DP-MOTIVO
               DISPLAY "ALTA RECHAZADA: CHOFER FUERA DE PLANTEL EL "
                   WS-FECHA
           ELSE
               MOVE WS-CHOFER TO WS-CL-LEGAJO
               MOVE WS-FECHA TO WS-CL-FECHA
               MOVE WS-DP-TURNO TO WS-CL-TURNO
               CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
                   WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO
               IF WS-CL-RESULTADO NOT = "D"
                   MOVE "SC" TO WS-DP-MOTIVO
                   DISPLAY "ALTA RECHAZADA: CHOFER NO DISPONIBLE EL "
                       WS-FECHA " (" WS-CL-RESULTADO ")"
               END-IF
           END-IF.

       ARMAR-Y-GRABAR-RESERVA.
                   DISPLAY "RESERVA REGISTRADA PENDIENTE"
                   PERFORM MARCAR-PRESUPUESTO-USADO
                   PERFORM CAPTURAR-PROMOCION
                   PERFORM CAPTURAR-INTERMEDIARIO
                   PERFORM CAPTURAR-PUNTOS-RESERVA
                   PERFORM RESERVAR-ADICIONALES
                   PERFORM CAPTURAR-SENIA
           END-WRITE.

                   DISPLAY "ERROR AL CONSUMIR USO DE LA PROMOCION"
           END-REWRITE.

       *>
       *> INTERMEDIARIO DE LA RESERVA: agencia de viajes o broker
       *> que trajo al cliente. El codigo tiene que estar activo en
       *> el maestro; si no, se ignora como la promocion. Queda
       *> pendiente con el numero de reserva y la conversion lo
       *> pasa al alquiler, que es el que devenga la comision.
       *>
       CAPTURAR-INTERMEDIARIO.
           IF INTERMED-DISPONIBLES
               DISPLAY "AGENCIA O BROKER (CODIGO, ENTER SI NO HAY): "
               ACCEPT WS-INTERMEDIARIO
               IF WS-INTERMEDIARIO NOT = SPACES
                   MOVE WS-INTERMEDIARIO TO
                       IMD-CODIGO OF REG-INTERMEDIARIOS
                   READ INTERMEDIARIOS-RND
                       INVALID KEY
                           DISPLAY "INTERMEDIARIO INEXISTENTE, SE "
                               "IGNORA"
                       NOT INVALID KEY
                           IF INTERMEDIARIO-ACTIVO
                               PERFORM ANOTAR-INTERMEDIARIO-RESERVA
                           ELSE
                               DISPLAY "INTERMEDIARIO DADO DE BAJA, "
                                   "SE IGNORA"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ANOTAR-INTERMEDIARIO-RESERVA.
           MOVE "R" TO IMC-ORIGEN OF REG-INTERMEDIACION.
           MOVE RES-NUMERO OF REG-RESERVAS-RND TO
               IMC-REFERENCIA OF REG-INTERMEDIACION.
           MOVE WS-INTERMEDIARIO TO
               IMC-INTERMEDIARIO OF REG-INTERMEDIACION.
           MOVE RES-CATEGORIA OF REG-RESERVAS-RND TO
               IMC-CATEGORIA OF REG-INTERMEDIACION.
           ACCEPT IMC-FECHA-ALTA OF REG-INTERMEDIACION
               FROM DATE YYYYMMDD.
           MOVE "P" TO IMC-ESTADO OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-FACTURA OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-BASE OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-PORCENTAJE OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-COMISION OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-FECHA-DEVENGO OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-LIQUIDACION OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-ULTIMA-NC OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-NC-NETO OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-NC-TOTAL OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-REVERSION OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-REVERTIDO OF REG-INTERMEDIACION.
           MOVE ZEROES TO IMC-LIQ-REVERSION OF REG-INTERMEDIACION.
           WRITE REG-INTERMEDIACION
               INVALID KEY
                   REWRITE REG-INTERMEDIACION
                   END-REWRITE
           END-WRITE.
           DISPLAY "INTERMEDIARIO " WS-INTERMEDIARIO
               " ANOTADO EN LA RESERVA".

       *>
       *> CANJE DE PUNTOS EN LA RESERVA: igual que la promocion, el
       *> descuento se informa y el importe pactado debe cargarse ya
       *> descontado; los puntos se consumen al tomar la reserva con
       *> el numero de reserva como referencia, que es lo que busca
       *> la conversion para su control de precio.
       *>
       CAPTURAR-PUNTOS-RESERVA.
           IF PUNTOS-DISPONIBLES
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO WS-PTS-CLIENTE
               PERFORM SUMAR-SALDO-PUNTOS
               IF WS-PTS-DISPONIBLES > ZEROES
                   DISPLAY "PUNTOS DISPONIBLES: " WS-PTS-DISPONIBLES
                   DISPLAY "PUNTOS A CANJEAR (0 SI NO HAY): "
                   ACCEPT WS-PUNTOS-CANJE
                   IF WS-PUNTOS-CANJE > WS-PTS-DISPONIBLES
                       DISPLAY "PUNTOS INSUFICIENTES, NO SE CANJEAN"
                   ELSE
                       IF WS-PUNTOS-CANJE > ZEROES
                           PERFORM CANJEAR-PUNTOS-RESERVA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CANJEAR-PUNTOS-RESERVA.
           COMPUTE WS-DESCUENTO-PUNTOS =
               WS-PUNTOS-CANJE * WS-VALOR-PUNTO.
           IF WS-DESCUENTO-PUNTOS > WS-IMPORTE
               DIVIDE WS-IMPORTE BY WS-VALOR-PUNTO
                   GIVING WS-PUNTOS-CANJE
               COMPUTE WS-DESCUENTO-PUNTOS =
                   WS-PUNTOS-CANJE * WS-VALOR-PUNTO
           END-IF.
           MOVE WS-PUNTOS-CANJE TO WS-PTS-A-CONSUMIR.
           PERFORM CONSUMIR-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS.
           MOVE "C" TO PTS-TIPO OF REG-PUNTOS.
           MOVE WS-PTS-CONSUMIDOS TO PTS-PUNTOS OF REG-PUNTOS.
           MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS.
           MOVE ZEROES TO PTS-VENCIMIENTO OF REG-PUNTOS.
           MOVE WS-NUMERO TO PTS-REFERENCIA OF REG-PUNTOS.
           MOVE WS-DESCUENTO-PUNTOS TO PTS-IMPORTE OF REG-PUNTOS.
           PERFORM GRABAR-MOVIMIENTO-PUNTOS.
           DISPLAY "DESCUENTO POR PUNTOS: " WS-DESCUENTO-PUNTOS
               " (EL IMPORTE PACTADO DEBE CARGARSE YA "
               "DESCONTADO)".

       *>
       *> al cancelar la reserva los puntos canjeados vuelven al
       *> cliente como una acreditacion nueva con vencimiento
       *> completo; lo ya devuelto antes no se repite. El no-show
       *> los pierde, como la senia.
       *>
       DEVOLVER-PUNTOS-RESERVA.
           IF PUNTOS-DISPONIBLES
               MOVE ZEROES TO WS-PTS-CANJEADOS-RES
               MOVE ZEROES TO WS-PTS-IMPORTE-RES
               MOVE SPACES TO WS-PTS-CLIENTE
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   PTS-REFERENCIA OF REG-PUNTOS
               START PUNTOS-RND KEY IS EQUAL TO
                   PTS-REFERENCIA OF REG-PUNTOS
                   INVALID KEY MOVE "10" TO FS-PUNTOS
               END-START
               IF FS-PUNTOS = "00"
                   PERFORM LEER-PUNTOS
                   PERFORM NETEAR-PUNTOS-RESERVA
                       UNTIL FS-PUNTOS <> "00"
                       OR PTS-REFERENCIA OF REG-PUNTOS <>
                          RES-NUMERO OF REG-RESERVAS-RND
               END-IF
               MOVE "00" TO FS-PUNTOS
               IF WS-PTS-CANJEADOS-RES > ZEROES
                   PERFORM CALCULAR-VENCE-PUNTOS
                   MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS
                   MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS
                   MOVE "D" TO PTS-TIPO OF REG-PUNTOS
                   MOVE WS-PTS-CANJEADOS-RES TO
                       PTS-PUNTOS OF REG-PUNTOS
                   MOVE WS-PTS-CANJEADOS-RES TO
                       PTS-SALDO OF REG-PUNTOS
                   MOVE WS-PTS-VENCE TO PTS-VENCIMIENTO OF REG-PUNTOS
                   MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                       PTS-REFERENCIA OF REG-PUNTOS
                   MOVE WS-PTS-IMPORTE-RES TO PTS-IMPORTE OF REG-PUNTOS
                   PERFORM GRABAR-MOVIMIENTO-PUNTOS
                   DISPLAY "PUNTOS DEVUELTOS AL CLIENTE: "
                       WS-PTS-CANJEADOS-RES
               END-IF
           END-IF.

       NETEAR-PUNTOS-RESERVA.
           IF PUNTOS-CANJEADOS
               MOVE PTS-CLI-NUMERO OF REG-PUNTOS TO WS-PTS-CLIENTE
               ADD PTS-PUNTOS OF REG-PUNTOS TO WS-PTS-CANJEADOS-RES
               ADD PTS-IMPORTE OF REG-PUNTOS TO WS-PTS-IMPORTE-RES
           END-IF.
           IF PUNTOS-DEVUELTOS
               SUBTRACT PTS-PUNTOS OF REG-PUNTOS FROM
                   WS-PTS-CANJEADOS-RES
               SUBTRACT PTS-IMPORTE OF REG-PUNTOS FROM
                   WS-PTS-IMPORTE-RES
           END-IF.
           PERFORM LEER-PUNTOS.

       *>
       *> PUNTOS DISPONIBLES: lo que queda sin usar de cada
       *> acreditacion del cliente (ganados o devueltos) que no
       *> vencio a la fecha, aunque el proceso mensual todavia no la
       *> haya dado de baja.
       *>
       SUMAR-SALDO-PUNTOS.
           MOVE ZEROES TO WS-PTS-DISPONIBLES.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS EQUAL TO
               PTS-CLI-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM SUMAR-ACREDITACION
                   UNTIL FS-PUNTOS <> "00"
                   OR PTS-CLI-NUMERO OF REG-PUNTOS <> WS-PTS-CLIENTE
           END-IF.
           MOVE "00" TO FS-PUNTOS.

       LEER-PUNTOS.
           READ PUNTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PUNTOS
           END-READ.

       SUMAR-ACREDITACION.
           IF (PUNTOS-GANADOS OR PUNTOS-DEVUELTOS)
              AND PTS-VENCIMIENTO OF REG-PUNTOS >= WS-PTS-FECHA-HOY
               ADD PTS-SALDO OF REG-PUNTOS TO WS-PTS-DISPONIBLES
           END-IF.
           PERFORM LEER-PUNTOS.

       *>
       *> CONSUMO DE PUNTOS: salen de las acreditaciones vigentes mas
       *> viejas primero, asi vence lo menos posible; cada una guarda
       *> en PTS-SALDO lo que le queda.
       *>
       CONSUMIR-PUNTOS.
           MOVE ZEROES TO WS-PTS-CONSUMIDOS.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS EQUAL TO
               PTS-CLI-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM DESCONTAR-ACREDITACION
                   UNTIL FS-PUNTOS <> "00"
                   OR PTS-CLI-NUMERO OF REG-PUNTOS <> WS-PTS-CLIENTE
                   OR WS-PTS-CONSUMIDOS >= WS-PTS-A-CONSUMIR
           END-IF.
           MOVE "00" TO FS-PUNTOS.

       DESCONTAR-ACREDITACION.
           IF (PUNTOS-GANADOS OR PUNTOS-DEVUELTOS)
              AND PTS-VENCIMIENTO OF REG-PUNTOS >= WS-PTS-FECHA-HOY
              AND PTS-SALDO OF REG-PUNTOS > ZEROES
               COMPUTE WS-PTS-TOMADOS =
                   WS-PTS-A-CONSUMIR - WS-PTS-CONSUMIDOS
               IF WS-PTS-TOMADOS > PTS-SALDO OF REG-PUNTOS
                   MOVE PTS-SALDO OF REG-PUNTOS TO WS-PTS-TOMADOS
               END-IF
               SUBTRACT WS-PTS-TOMADOS FROM PTS-SALDO OF REG-PUNTOS
               REWRITE REG-PUNTOS
                   INVALID KEY
                       DISPLAY "ERROR AL DESCONTAR PUNTOS DEL "
                           "MOVIMIENTO " PTS-NUMERO OF REG-PUNTOS
                   NOT INVALID KEY
                       ADD WS-PTS-TOMADOS TO WS-PTS-CONSUMIDOS
               END-REWRITE
           END-IF.
           PERFORM LEER-PUNTOS.

       *>
       *> el que llama deja armado el movimiento; aca solo se le da
       *> numero del control y se graba.
       *>
       GRABAR-MOVIMIENTO-PUNTOS.
           PERFORM OBTENER-NUMERO-PUNTOS.
           MOVE WS-PTS-NUMERO TO PTS-NUMERO OF REG-PUNTOS.
           WRITE REG-PUNTOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DE PUNTOS, "
                       "FS=" FS-PUNTOS
           END-WRITE.

       OBTENER-NUMERO-PUNTOS.
           OPEN INPUT CONTROL-PUNTOS.
           IF FS-CONTROL-PUNTOS = "00"
               READ CONTROL-PUNTOS
                   AT END MOVE 1 TO CTP-PROXIMO-NUMERO
               END-READ
               MOVE CTP-PROXIMO-NUMERO TO WS-PTS-NUMERO
               CLOSE CONTROL-PUNTOS
           ELSE
               MOVE 1 TO WS-PTS-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-PUNTOS.
           COMPUTE CTP-PROXIMO-NUMERO = WS-PTS-NUMERO + 1.
           WRITE REG-CONTROL-PUNTOS.
           CLOSE CONTROL-PUNTOS.

       *>
       *> vencimiento de una acreditacion: la fecha del dia mas los
       *> meses del parametro; el dia se topea en 28 para no caer en
       *> un 30 de febrero.
       *>
       CALCULAR-VENCE-PUNTOS.
           MOVE WS-PTS-FECHA-HOY TO WS-PTS-VENCE.
           COMPUTE WS-PTS-MESES-AUX = WS-PTS-VENCE-AAAA * 12
               + WS-PTS-VENCE-MM - 1 + WS-MESES-PUNTOS.
           DIVIDE WS-PTS-MESES-AUX BY 12 GIVING WS-PTS-VENCE-AAAA
               REMAINDER WS-PTS-VENCE-MM.
           ADD 1 TO WS-PTS-VENCE-MM.
           IF WS-PTS-VENCE-DD > 28
               MOVE 28 TO WS-PTS-VENCE-DD
           END-IF.

       CARGAR-PARAMETROS-PUNTOS.
           ACCEPT WS-PV-FECHA FROM DATE YYYYMMDD.
           MOVE WS-PV-FECHA TO WS-PTS-FECHA-HOY.
           MOVE "VALOR-PUNTO" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-VALOR-PUNTO
           END-IF.
           MOVE "VENCE-PUNTOS" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-MESES-PUNTOS
           END-IF.
           MOVE "PUNTOS-PESO" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-PUNTOS-POR-PESO
           END-IF.

       *>
       *> LIMITE DE CREDITO EN VIVO: misma cuenta que el alta de
       *> alquiler (alquileres no cancelados menos recibos de PAGOS
               END-WRITE
           END-IF.

       *>
       *> ADICIONALES DE LA RESERVA: se reservan para el dia de la
       *> reserva en la sucursal que la toma, con el mismo control
       *> de stock que el alta. Si no hay stock la reserva queda
       *> igual, sin adicionales; la conversion los entrega con el
       *> alquiler.
       *>
       RESERVAR-ADICIONALES.
           PERFORM CAPTURAR-ADICIONALES.
           IF WS-CANT-PEDIDOS > ZEROES
               MOVE WS-SUCURSAL TO WS-ADI-SUCURSAL
               MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-ADI-DESDE
               MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-ADI-HASTA
               PERFORM VALIDAR-ADICIONALES
               IF ADICIONALES-VALIDOS
                   MOVE "R" TO WS-ADI-ORIGEN
                   MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                       WS-ADI-REFERENCIA
                   MOVE "P" TO WS-ADI-ESTADO
                   PERFORM GRABAR-ADICIONALES
                   DISPLAY "ADICIONALES RESERVADOS: " WS-CANT-PEDIDOS
                       " ITEMS"
               ELSE
                   DISPLAY "LA RESERVA QUEDA SIN ADICIONALES"
               END-IF
           END-IF.

       *>
       *> el cambio de estado cubre confirmar (C), cancelar (X) y
       *> marcar no-show (N); tambien permite asignar la patente a
                   IF WS-ESTADO-NUEVO = "X" OR WS-ESTADO-NUEVO = "N"
                       PERFORM RESOLVER-SENIA
                   END-IF
                   IF WS-ESTADO-NUEVO = "X"
                       PERFORM DEVOLVER-PUNTOS-RESERVA
                   END-IF
                   IF WS-ESTADO-NUEVO = "X" OR WS-ESTADO-NUEVO = "N"
                       PERFORM LIBERAR-ADICIONALES-RESERVA
                       PERFORM LIBERAR-TRASLADOS-RESERVA
                       PERFORM ANULAR-INTERMEDIACION-RESERVA
                   END-IF
               ELSE
                   DISPLAY "ESTADO INVALIDO"
               END-IF
                   DISPLAY "SENIA RESUELTA, ESTADO "
                       SEN-ESTADO OF REG-SENIAS
           END-REWRITE.

       *>
       *> una reserva cancelada o no-show libera sus adicionales.
       *>
       LIBERAR-ADICIONALES-RESERVA.
           IF ADICIONALES-DISPONIBLES
               MOVE "R" TO WS-ADI-ORIGEN
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-ADI-REFERENCIA
               MOVE "P" TO WS-ADI-ESTADO-ANT
               MOVE "X" TO WS-ADI-ESTADO
               PERFORM CAMBIAR-ESTADO-ADICIONALES
               IF WS-ADI-CAMBIADOS > ZEROES
                   DISPLAY "ADICIONALES LIBERADOS: " WS-ADI-CAMBIADOS
               END-IF
           END-IF.

       *>
       *> ESTADO DE LOS ADICIONALES: pasa de WS-ADI-ESTADO-ANT a
       *> WS-ADI-ESTADO todos los items de la reserva o alquiler
       *> que identifican WS-ADI-ORIGEN y WS-ADI-REFERENCIA.
       *>
       CAMBIAR-ESTADO-ADICIONALES.
           MOVE ZEROES TO WS-ADI-CAMBIADOS.
           MOVE WS-ADI-ORIGEN TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ.
           START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
               AAL-CLAVE OF REG-ADICIONALES-ALQ
               INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
           END-START.
           IF FS-ADICIONALES-ALQ = "00"
               PERFORM LEER-ADICIONAL-ALQ
               PERFORM ACTUALIZAR-ESTADO-ADICIONAL
                   UNTIL FS-ADICIONALES-ALQ <> "00"
                   OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <>
                      WS-ADI-ORIGEN
                   OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                      WS-ADI-REFERENCIA
           END-IF.
           MOVE "00" TO FS-ADICIONALES-ALQ.

       ACTUALIZAR-ESTADO-ADICIONAL.
           IF AAL-ESTADO OF REG-ADICIONALES-ALQ = WS-ADI-ESTADO-ANT
               MOVE WS-ADI-ESTADO TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               REWRITE REG-ADICIONALES-ALQ
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL ADICIONAL "
                           AAL-CODIGO OF REG-ADICIONALES-ALQ
                   NOT INVALID KEY
                       ADD 1 TO WS-ADI-CAMBIADOS
               END-REWRITE
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> una reserva cancelada o no-show anula tambien sus
       *> entregas y retiros en domicilio pendientes.
       *>
       LIBERAR-TRASLADOS-RESERVA.
           IF TRASLADOS-DISPONIBLES
               MOVE "R" TO WS-TRS-ORIGEN
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-TRS-REFERENCIA
               MOVE "P" TO WS-TRS-ESTADO-ANT
               MOVE "X" TO WS-TRS-ESTADO
               PERFORM CAMBIAR-ESTADO-TRASLADOS
               IF WS-TRS-CAMBIADOS > ZEROES
                   DISPLAY "TRASLADOS A DOMICILIO ANULADOS: "
                       WS-TRS-CAMBIADOS
               END-IF
           END-IF.

       *>
       *> una reserva cancelada o no-show no genera comision: la
       *> intermediacion pendiente queda anulada ("N").
       *>
       ANULAR-INTERMEDIACION-RESERVA.
           IF INTERMED-DISPONIBLES
               MOVE "R" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               READ INTERMEDIACION-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IMC-PENDIENTE
                           MOVE "N" TO IMC-ESTADO OF REG-INTERMEDIACION
                           REWRITE REG-INTERMEDIACION
                           END-REWRITE
                           DISPLAY "COMISION DEL INTERMEDIARIO "
                               IMC-INTERMEDIARIO OF REG-INTERMEDIACION
                               " ANULADA"
                       END-IF
               END-READ
           END-IF.

       *>
       *> ESTADO DE LOS TRASLADOS: pasa de WS-TRS-ESTADO-ANT a
       *> WS-TRS-ESTADO las ordenes de entrega y retiro en domicilio
       *> de la reserva o alquiler que identifican WS-TRS-ORIGEN y
       *> WS-TRS-REFERENCIA.
       *>
       CAMBIAR-ESTADO-TRASLADOS.
           MOVE ZEROES TO WS-TRS-CAMBIADOS.
           MOVE WS-TRS-ORIGEN TO TRS-ORIGEN OF REG-TRASLADOS.
           MOVE WS-TRS-REFERENCIA TO TRS-REFERENCIA OF REG-TRASLADOS.
           MOVE LOW-VALUES TO TRS-TIPO OF REG-TRASLADOS.
           START TRASLADOS-RND KEY IS NOT LESS THAN
               TRS-CLAVE OF REG-TRASLADOS
               INVALID KEY MOVE "10" TO FS-TRASLADOS
           END-START.
           IF FS-TRASLADOS = "00"
               PERFORM LEER-TRASLADO
               PERFORM ACTUALIZAR-ESTADO-TRASLADO
                   UNTIL FS-TRASLADOS <> "00"
                   OR TRS-ORIGEN OF REG-TRASLADOS <> WS-TRS-ORIGEN
                   OR TRS-REFERENCIA OF REG-TRASLADOS <>
                      WS-TRS-REFERENCIA
           END-IF.
           MOVE "00" TO FS-TRASLADOS.

       LEER-TRASLADO.
           READ TRASLADOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.

       ACTUALIZAR-ESTADO-TRASLADO.
           IF TRS-ESTADO OF REG-TRASLADOS = WS-TRS-ESTADO-ANT
               MOVE WS-TRS-ESTADO TO TRS-ESTADO OF REG-TRASLADOS
               REWRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL TRASLADO "
                           TRS-TIPO OF REG-TRASLADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TRS-CAMBIADOS
               END-REWRITE
           END-IF.
           PERFORM LEER-TRASLADO.

       *>
       *> ADICIONALES: sillas de bebe, GPS, portaequipajes, cadenas.
       *> Se piden por codigo y cantidad hasta cinco items; ENTER
       *> en el codigo termina la carga.
       *>
       CAPTURAR-ADICIONALES.
           MOVE ZEROES TO WS-CANT-PEDIDOS.
           MOVE "X" TO WS-ADI-CODIGO.
           IF ADICIONALES-DISPONIBLES
               PERFORM PEDIR-ADICIONAL
                   UNTIL WS-ADI-CODIGO = SPACES
                   OR WS-CANT-PEDIDOS = 5
           END-IF.

       PEDIR-ADICIONAL.
           MOVE SPACES TO WS-ADI-CODIGO.
           DISPLAY "ADICIONAL (CODIGO, ENTER PARA TERMINAR): ".
           ACCEPT WS-ADI-CODIGO.
           IF WS-ADI-CODIGO NOT = SPACES
               DISPLAY "CANTIDAD: "
               ACCEPT WS-ADI-CANTIDAD
               IF WS-ADI-CANTIDAD > ZEROES
                   ADD 1 TO WS-CANT-PEDIDOS
                   MOVE WS-ADI-CODIGO TO
                       WS-PED-CODIGO (WS-CANT-PEDIDOS)
                   MOVE WS-ADI-CANTIDAD TO
                       WS-PED-CANTIDAD (WS-CANT-PEDIDOS)
                   MOVE ZEROES TO WS-PED-PRECIO (WS-CANT-PEDIDOS)
               END-IF
           END-IF.

       *>
       *> DISPONIBILIDAD DE ADICIONALES, como la del vehiculo: por
       *> cada item pedido se suman las unidades reservadas o
       *> entregadas de la sucursal cuyo rango se pisa con
       *> WS-ADI-DESDE/WS-ADI-HASTA; si con lo pedido se pasa del
       *> stock del maestro, el pedido no es valido.
       *>
       VALIDAR-ADICIONALES.
           MOVE "S" TO WS-ADICIONALES-VALIDOS.
           PERFORM VALIDAR-UN-ADICIONAL
               VARYING WS-IND-PEDIDO FROM 1 BY 1
               UNTIL WS-IND-PEDIDO > WS-CANT-PEDIDOS
               OR NOT ADICIONALES-VALIDOS.

       VALIDAR-UN-ADICIONAL.
           MOVE WS-ADI-SUCURSAL TO ADI-SUCURSAL OF REG-ADICIONALES.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               ADI-CODIGO OF REG-ADICIONALES.
           READ ADICIONALES-RND
               INVALID KEY
                   MOVE "N" TO WS-ADICIONALES-VALIDOS
                   DISPLAY "ADICIONAL INEXISTENTE EN LA SUCURSAL: "
                       WS-PED-CODIGO (WS-IND-PEDIDO)
               NOT INVALID KEY
                   IF ADICIONAL-BAJA
                       MOVE "N" TO WS-ADICIONALES-VALIDOS
                       DISPLAY "ADICIONAL DADO DE BAJA: "
                           WS-PED-CODIGO (WS-IND-PEDIDO)
                   ELSE
                       MOVE ADI-PRECIO-DIARIO OF REG-ADICIONALES TO
                           WS-PED-PRECIO (WS-IND-PEDIDO)
                       PERFORM CONTAR-ADICIONALES-OCUPADOS
                       IF WS-ADI-OCUPADOS
                          + WS-PED-CANTIDAD (WS-IND-PEDIDO)
                          > ADI-STOCK OF REG-ADICIONALES
                           MOVE "N" TO WS-ADICIONALES-VALIDOS
                           DISPLAY "SIN STOCK DE "
                               ADI-DESCRIPCION OF REG-ADICIONALES
                               " EN EL RANGO: OCUPADOS "
                               WS-ADI-OCUPADOS " DE "
                               ADI-STOCK OF REG-ADICIONALES
                       END-IF
                   END-IF
           END-READ.

       CONTAR-ADICIONALES-OCUPADOS.
           MOVE ZEROES TO WS-ADI-OCUPADOS.
           MOVE ADI-CLAVE OF REG-ADICIONALES TO
               AAL-ITEM OF REG-ADICIONALES-ALQ.
           START ADICIONALES-ALQ-RND KEY IS EQUAL TO
               AAL-ITEM OF REG-ADICIONALES-ALQ
               INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
           END-START.
           IF FS-ADICIONALES-ALQ = "00"
               PERFORM LEER-ADICIONAL-ALQ
               PERFORM SUMAR-ADICIONAL-OCUPADO
                   UNTIL FS-ADICIONALES-ALQ <> "00"
                   OR AAL-ITEM OF REG-ADICIONALES-ALQ <>
                      ADI-CLAVE OF REG-ADICIONALES
           END-IF.
           MOVE "00" TO FS-ADICIONALES-ALQ.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       SUMAR-ADICIONAL-OCUPADO.
           IF (AAL-RESERVADO OR AAL-ENTREGADO)
              AND AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ <=
                  WS-ADI-HASTA
              AND AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ >=
                  WS-ADI-DESDE
               ADD AAL-CANTIDAD OF REG-ADICIONALES-ALQ TO
                   WS-ADI-OCUPADOS
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> graba los items pedidos con el origen, la referencia y el
       *> estado que arma el llamador ("R" + numero de reserva o
       *> "A" + clave del alquiler).
       *>
       GRABAR-ADICIONALES.
           PERFORM GRABAR-UN-ADICIONAL
               VARYING WS-IND-PEDIDO FROM 1 BY 1
               UNTIL WS-IND-PEDIDO > WS-CANT-PEDIDOS.

       GRABAR-UN-ADICIONAL.
           MOVE WS-ADI-ORIGEN TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               AAL-CODIGO OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-SUCURSAL TO AAL-SUCURSAL OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               AAL-CODIGO-ITEM OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-DESDE TO AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-HASTA TO AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CANTIDAD (WS-IND-PEDIDO) TO
               AAL-CANTIDAD OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-PRECIO (WS-IND-PEDIDO) TO
               AAL-PRECIO-DIARIO OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-ESTADO TO AAL-ESTADO OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CANT-DEVUELTA OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CARGO OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CARGO-REPOSICION OF REG-ADICIONALES-ALQ.
           WRITE REG-ADICIONALES-ALQ
               INVALID KEY
                   DISPLAY "ADICIONAL REPETIDO EN EL PEDIDO, NO SE "
                       "GRABA: " WS-PED-CODIGO (WS-IND-PEDIDO)
           END-WRITE.
