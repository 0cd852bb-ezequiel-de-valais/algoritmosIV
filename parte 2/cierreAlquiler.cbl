       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

           RECORD KEY IS DEV-CLAVE OF REG-DEVOLUCIONES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT PAGOS-RND
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-RND
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-RND
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT VOUCHERS-RND
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT CANJES-RND
           ASSIGN TO DISK "Entrada/indexados/canjesVoucher.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAN-RECIBO OF REG-CANJES
           ALTERNATE RECORD KEY IS CAN-ALQUILER OF REG-CANJES
              WITH DUPLICATES
           FILE STATUS IS FS-CANJES.

       SELECT CONTROL-CANJES
           ASSIGN TO DISK "Entrada/indexados/controlCanjes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CANJES.

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

       SELECT INSPECCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/inspecciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INS-CLAVE OF REG-INSPECCIONES
           FILE STATUS IS FS-INSPECCIONES.

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

       SELECT DEVOLUCIONES-TERMINAL
           ASSIGN TO DISK "Entrada/devolucionesTerminal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TERMINAL.

       SELECT RECHAZOS
           ASSIGN TO DISK "Salida/rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT PENDIENTES-LOTE
           ASSIGN TO DISK "Salida/devolucionesPendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT CONTROL-LOTE
           ASSIGN TO DISK "Salida/controlCierreLote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-LOTE.

       DATA DIVISION.

       FILE SECTION.
           03 DEV-SUCURSAL     PIC X(2).
           03 DEV-ESTADO       PIC X.

       FD PAGOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-RND.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD VOUCHERS-RND
           LABEL RECORD IS STANDARD.
       01 REG-VOUCHERS.
           03 VOU-CODIGO.
               05  VOU-NUMERO  PIC 9(7).
               05  VOU-DIGITO  PIC 9.
           03 VOU-TIPO         PIC X.
           03 VOU-NRO-DOC      PIC X(20).
           03 VOU-RECIBO       PIC X(8).
           03 VOU-MEDIO        PIC X.
           03 VOU-FECHA-EMISION PIC 9(8).
           03 VOU-VENCIMIENTO  PIC 9(8).
           03 VOU-VALOR        PIC 9(9)V99.
           03 VOU-SALDO        PIC 9(9)V99.
           03 VOU-ESTADO       PIC X.
               88 VOUCHER-ACTIVO       VALUE "A".
               88 VOUCHER-AGOTADO      VALUE "U".
               88 VOUCHER-VENCIDO      VALUE "V".
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

       FD CANJES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CANJES.
           03 CAN-RECIBO       PIC X(8).
           03 CAN-VOUCHER      PIC X(8).
           03 CAN-ALQUILER.
               05  CAN-PATENTE PIC X(6).
               05  CAN-FECHA-ALQ PIC 9(8).
           03 CAN-NRO-DOC      PIC X(20).
           03 CAN-FECHA        PIC 9(8).
           03 CAN-IMPORTE      PIC 9(9)V99.
           03 CAN-MOMENTO      PIC X.

       FD CONTROL-CANJES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-CANJES.
           03 CTC-PROXIMO-NUMERO PIC 9(7).

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

       FD INSPECCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-INSPECCIONES.
           03 INS-CLAVE.
               05  INS-PATENTE     PIC X(6).
               05  INS-FECHA-ALQ   PIC 9(8).
               05  INS-MOMENTO     PIC X.
                   88 INSPECCION-SALIDA    VALUE "S".
                   88 INSPECCION-REGRESO   VALUE "R".
           03 INS-FECHA        PIC 9(8).
           03 INS-SUCURSAL     PIC X(2).
           03 INS-ORIGEN       PIC X.
               88 INSPECCION-MANUAL    VALUE "M".
               88 INSPECCION-COPIADA   VALUE "C".
           03 INS-COMBUSTIBLE  PIC 9.
           03 INS-LIMPIEZA     PIC X.
           03 INS-ZONAS.
               05  INS-DANIO   PIC 9 OCCURS 8 TIMES.

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

       *>
       *> DEVOLUCIONES DE LAS TERMINALES: lo que carga el personal de
       *> playa al recibir el auto; una linea por devolucion.
       *>
       FD DEVOLUCIONES-TERMINAL
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCION-TERMINAL.
           03 DTE-PATENTE      PIC X(6).
           03 DTE-FECHA        PIC 9(8).
           03 DTE-FECHA-RED REDEFINES DTE-FECHA.
               05  DTE-AAAA    PIC 9(4).
               05  DTE-MM      PIC 9(2).
               05  DTE-DD      PIC 9(2).
           03 DTE-HORA         PIC 9(4).
           03 DTE-KM-REGRESO   PIC 9(7).
           03 DTE-COMBUSTIBLE  PIC 9.
           03 DTE-SUCURSAL     PIC X(2).
           03 DTE-DANIO        PIC X.

       FD RECHAZOS
           LABEL RECORD IS STANDARD.
       01 LINEA-RECHAZO          PIC X(80).

       FD PENDIENTES-LOTE
           LABEL RECORD IS STANDARD.
       01 LINEA-PENDIENTE        PIC X(132).

       FD CONTROL-LOTE
           LABEL RECORD IS STANDARD.
       01 LINEA-CONTROL-LOTE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
           88 OK-ALQUILERES          VALUE "00".
       01 WS-SIN-COSTO           PIC 9(9)V99.
       01 WS-SIN-RESPONSABLE     PIC X.
       01 WS-SIN-FACTURA         PIC 9(8).
       01 WS-SIN-CODIGO-PROPUESTO PIC X(2) VALUE SPACES.
       01 FS-INSPECCIONES        PIC XX.
           88 NO-EXISTE-INSPECCIONES VALUE "35".
       01 WS-INSPECCIONES-DISP   PIC X VALUE "N".
           88 INSPECCIONES-DISPONIBLES VALUE "S".
       *>
       *> zonas de carroceria que se inspeccionan; el danio de cada
       *> una va de 0 a 3 y un numero mayor es siempre peor.
       *>
       01 WS-ZONAS-VALOR.
           03 FILLER             PIC X(18) VALUE "FRENTE".
           03 FILLER             PIC X(18) VALUE "TRASERA".
           03 FILLER             PIC X(18) VALUE "LATERAL IZQUIERDO".
           03 FILLER             PIC X(18) VALUE "LATERAL DERECHO".
           03 FILLER             PIC X(18) VALUE "TECHO".
           03 FILLER             PIC X(18) VALUE "CRISTALES".
           03 FILLER             PIC X(18) VALUE "OPTICAS".
           03 FILLER             PIC X(18) VALUE "INTERIOR".
       01 WS-ZONAS-TABLA REDEFINES WS-ZONAS-VALOR.
           03 WS-NOMBRE-ZONA     PIC X(18) OCCURS 8 TIMES.
       01 WS-IND-ZONA            PIC 99.
       01 WS-DANIO-ZONA          PIC 9.
       01 WS-INS-COMBUSTIBLE     PIC 9.
       01 WS-INS-LIMPIEZA        PIC X.
       01 WS-HACE-INSPECCION     PIC X.
       01 WS-ZONAS-EMPEORADAS    PIC 9 VALUE ZEROES.
       01 WS-DANIOS-REGRESO      PIC X(8).
       01 WS-DANIOS-REG-TABLA REDEFINES WS-DANIOS-REGRESO.
           03 WS-DANIO-REGRESO   PIC 9 OCCURS 8 TIMES.
       01 WS-NUMERO-FACTURA-ED   PIC 9(8).
       01 WS-FECHA-EMISION       PIC 9(8).
       01 WS-IMPORTE-DOC-EDIT    PIC ZZZZZZZZ9,99.
       01 WS-ALICUOTA-PCT        PIC 9(2)V99.
       01 WS-ALICUOTA-PCT-ED     PIC Z9,99.

       01 FS-PAGOS               PIC XX.
       01 WS-PAGOS-DISP          PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".
       01 FS-VOUCHERS            PIC XX.
       01 FS-CANJES              PIC XX.
           88 NO-EXISTE-CANJES       VALUE "35".
       01 FS-CONTROL-CANJES      PIC XX.
       01 WS-VOUCHERS-DISP       PIC X VALUE "N".
           88 VOUCHERS-DISPONIBLES   VALUE "S".
       01 WS-PAGA-VOUCHER        PIC X.
       01 WS-CODIGO-VOUCHER      PIC 9(8).
       01 WS-CODIGO-VOU-RED REDEFINES WS-CODIGO-VOUCHER.
           03 WS-COD-VOU-NUMERO  PIC 9(7).
           03 WS-COD-VOU-DIGITO  PIC 9.
       01 WS-DV-NUMERO           PIC 9(7).
       01 WS-DV-CIFRAS REDEFINES WS-DV-NUMERO.
           03 WS-DV-CIFRA        PIC 9 OCCURS 7 TIMES.
       01 WS-DV-PESOS-VALOR      PIC X(7) VALUE "8765432".
       01 WS-DV-PESOS REDEFINES WS-DV-PESOS-VALOR.
           03 WS-DV-PESO         PIC 9 OCCURS 7 TIMES.
       01 WS-DV-IND              PIC 9.
       01 WS-DV-SUMA             PIC 9(4).
       01 WS-DV-COCIENTE         PIC 9(4).
       01 WS-DV-RESTO            PIC 99.
       01 WS-DV-DIGITO           PIC 9.
       01 WS-FECHA-CANJE         PIC 9(8).
       01 WS-CANJE-MAXIMO        PIC 9(9)V99.
       01 WS-CANJE-IMPORTE       PIC 9(9)V99.
       01 WS-CANJE-NRO-DOC       PIC X(20).
       01 WS-CANJE-ALQUILER      PIC X(14).
       01 WS-CANJE-MOMENTO       PIC X.
       01 WS-CANJE-NUMERO        PIC 9(7).
       01 WS-CANJE-RECIBO.
           03 FILLER             PIC X VALUE "V".
           03 WS-CANJE-REC-NUM   PIC 9(7).
       01 WS-YA-CANJEADO         PIC 9(9)V99.
       01 WS-EFECTIVO-CIERRE     PIC S9(9)V99.
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
       01 WS-PTS-GANADOS         PIC 9(7).
       01 FS-ADICIONALES         PIC XX.
       01 FS-ADICIONALES-ALQ     PIC XX.
           88 NO-EXISTE-ADICIONALES-ALQ VALUE "35".
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       *>
       *> ADICIONALES DEL CIERRE: lo entregado con el alquiler, las
       *> unidades devueltas y lo que se cobra por uso y reposicion.
       *>
       01 WS-ADICIONALES-CIERRE.
           03 WS-ADC-ITEM OCCURS 10 TIMES.
               05 WS-ADC-CODIGO      PIC X(4).
               05 WS-ADC-DESCRIPCION PIC X(30).
               05 WS-ADC-CANTIDAD    PIC 99.
               05 WS-ADC-DEVUELTA    PIC 99.
               05 WS-ADC-DIAS        PIC 9(4).
               05 WS-ADC-CARGO       PIC 9(7)V99.
               05 WS-ADC-REPOSICION  PIC 9(7)V99.
       01 WS-CANT-ADC            PIC 99 VALUE 0.
       01 WS-IND-ADC             PIC 99.
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-FALTANTES       PIC 99.
       01 WS-DIAS-ADICIONAL      PIC 9(4).
       01 WS-VALOR-REPOSICION    PIC 9(7)V99.
       01 WS-CARGO-ADICIONALES   PIC 9(7)V99 VALUE ZEROES.
       01 WS-CARGO-REPOSICION    PIC 9(7)V99 VALUE ZEROES.
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       *>
       *> TRASLADOS DEL CIERRE: la entrega y el retiro en domicilio
       *> del alquiler, con el cargo de zona que se factura.
       *>
       01 WS-TRASLADOS-CIERRE.
           03 WS-TRC-ITEM OCCURS 2 TIMES.
               05 WS-TRC-TIPO        PIC X.
               05 WS-TRC-ZONA        PIC X(3).
               05 WS-TRC-CARGO       PIC 9(5)V99.
       01 WS-CANT-TRC            PIC 9 VALUE 0.
       01 WS-IND-TRC             PIC 9.
       01 WS-TRS-REFERENCIA      PIC X(14).
       01 WS-CARGO-TRASLADOS     PIC 9(7)V99 VALUE ZEROES.
       01 WS-LEYENDA-TRASLADO    PIC X(20).

       01 WS-MODO-CIERRE         PIC X.
           88 MODO-LOTE              VALUE "T" "t".
       01 FS-TERMINAL            PIC XX.
       01 FS-RECHAZOS            PIC XX.
       01 FS-PENDIENTES          PIC XX.
       01 FS-CONTROL-LOTE        PIC XX.
       01 WS-RECHAZO-ENTIDAD     PIC X(10) VALUE "DEVOLUCION".
       01 WS-RECHAZO-CLAVE.
           03 WS-RCL-PATENTE     PIC X(6).
           03 WS-RCL-FECHA       PIC 9(8).
           03 WS-RCL-HORA        PIC 9(4).
           03 FILLER             PIC X(2) VALUE SPACES.
       01 WS-RECHAZO-MOTIVO      PIC X(40).
       *>
       *> resultado de cada devolucion del lote: C cerrada, P queda
       *> pendiente para terminar en linea, R rechazada, Y ya
       *> cerrada por una corrida anterior del mismo archivo.
       *>
       01 WS-RESULTADO-LOTE      PIC X.
           88 LOTE-CERRADA           VALUE "C".
           88 LOTE-PENDIENTE         VALUE "P".
           88 LOTE-RECHAZADA         VALUE "R".
           88 LOTE-YA-CERRADA        VALUE "Y".
       01 WS-ABIERTO-HALLADO     PIC X.
           88 ABIERTO-HALLADO        VALUE "S".
       01 WS-CIERRE-PREVIO       PIC X.
           88 CIERRE-PREVIO          VALUE "S".
       01 WS-FECHA-LOTE          PIC 9(8).
       01 WS-KM-MAXIMO-DIA       PIC 9(5) VALUE 1500.
       01 WS-KM-TOPE             PIC 9(9).
       01 WS-ADC-ENTREGADOS      PIC 99.
       01 WS-COMBUSTIBLE-SALIDA  PIC X.
       01 WS-IMPORTE-LOTE-ED     PIC ZZZZZZZZ9,99.
       01 WS-TOTAL-LOTE          PIC 9(9)V99 VALUE ZEROES.
       01 CANT-LOTE-LEIDOS       PIC 9(5) VALUE ZEROES.
       01 CANT-LOTE-CERRADOS     PIC 9(5) VALUE ZEROES.
       01 CANT-LOTE-PENDIENTES   PIC 9(5) VALUE ZEROES.
       01 CANT-LOTE-RECHAZADOS   PIC 9(5) VALUE ZEROES.
       01 CANT-LOTE-YA-CERRADOS  PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "MODO (L=EN LINEA, T=LOTE DE TERMINALES) [L]: ".
           MOVE SPACE TO WS-MODO-CIERRE.
           ACCEPT WS-MODO-CIERRE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           IF MODO-LOTE
               PERFORM CERRAR-LOTE-TERMINALES
           ELSE
               PERFORM CERRAR-ALQUILER
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.
               CLOSE DEVOLUCIONES-RND
               OPEN I-O DEVOLUCIONES-RND
           END-IF.
           OPEN I-O PAGOS-RND.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           ELSE
               MOVE "N" TO WS-PAGOS-DISP
           END-IF.
           OPEN I-O VOUCHERS-RND.
           OPEN I-O CANJES-RND.
           IF NO-EXISTE-CANJES
               OPEN OUTPUT CANJES-RND
               CLOSE CANJES-RND
               OPEN I-O CANJES-RND
           END-IF.
           IF FS-VOUCHERS = "00" AND FS-CANJES = "00"
               MOVE "S" TO WS-VOUCHERS-DISP
           ELSE
               MOVE "N" TO WS-VOUCHERS-DISP
           END-IF.
           OPEN INPUT FERIADOS-RND.
           IF FS-FERIADOS = "00"
               MOVE "S" TO WS-FERIADOS-DISP
               DISPLAY "TARIFAS NO DISPONIBLES, SE CIERRA SIN "
                   "CONTROL DE PRECIO"
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
           OPEN I-O INSPECCIONES-RND.
           IF NO-EXISTE-INSPECCIONES
               OPEN OUTPUT INSPECCIONES-RND
               CLOSE INSPECCIONES-RND
               OPEN I-O INSPECCIONES-RND
           END-IF.
           IF FS-INSPECCIONES = "00"
               MOVE "S" TO WS-INSPECCIONES-DISP
           ELSE
               MOVE "N" TO WS-INSPECCIONES-DISP
           END-IF.
           OPEN I-O ADICIONALES-RND.
           OPEN I-O ADICIONALES-ALQ-RND.
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
           MOVE "L" TO WS-CER-OP.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-RND
           END-IF.
           IF FS-VOUCHERS = "00"
               CLOSE VOUCHERS-RND
           END-IF.
           IF FS-CANJES = "00"
               CLOSE CANJES-RND
           END-IF.
           IF PUNTOS-DISPONIBLES
               CLOSE PUNTOS-RND
           END-IF.
           IF INSPECCIONES-DISPONIBLES
               CLOSE INSPECCIONES-RND
           END-IF.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-RND
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.

       *>
       *> CIERRE DE ALQUILER: localiza el alquiler por PATENTE/FECHA,
               END-IF
               IF TARIFA-HALLADA
                   PERFORM CALCULAR-DIAS-ALQUILER
                   PERFORM CALCULAR-PRECIO-TARIFA
                   DISPLAY "TARIFA BASE (" WS-DIAS-ALQUILER
                       " DIAS + " WS-KM-RECORRIDOS " KM)"
                   DISPLAY "RECARGO FINDE/FERIADOS ("
                   DISPLAY "IMPORTE SEGUN TARIFA: "
                       WS-PRECIO-TARIFA
               END-IF
               PERFORM LIQUIDAR-ADICIONALES-CIERRE
               PERFORM LIQUIDAR-TRASLADOS-CIERRE
               DISPLAY "IMPORTE FINAL: "
               ACCEPT WS-IMPORTE-FINAL
               MOVE "S" TO WS-CONFIRMA-IMPORTE
                   MOVE REG-ALQUILERES-RND TO WS-JR-ANTES
                   MOVE WS-IMPORTE-FINAL TO
                       ALQ-IMPORTE OF REG-ALQUILERES-RND
                   ADD WS-CARGO-ADICIONALES WS-CARGO-REPOSICION
                       WS-CARGO-TRASLADOS TO
                       ALQ-IMPORTE OF REG-ALQUILERES-RND
                   MOVE WS-KM-REGRESO TO
                       ALQ-KM-REGRESO OF REG-ALQUILERES-RND
                   PERFORM CALCULAR-IMPUESTO-ALQUILER
                   END-REWRITE
                   IF FS-ALQUILERES = "00"
                       PERFORM ANOTAR-BITACORA-CIERRE
                       PERFORM ASENTAR-ADICIONALES-CIERRE
                       PERFORM ASENTAR-TRASLADOS-CIERRE
                       PERFORM ACTUALIZAR-ODOMETRO-VEHICULO
                       PERFORM CONFIRMAR-SUCURSAL-RETORNO
                       IF CLIENTE-CON-CONVENIO
                           DISPLAY "CLIENTE CON CONVENIO: SE "
                               "FACTURA CONSOLIDADO A FIN DE MES"
                       ELSE
                           PERFORM CANJEAR-VOUCHER-CIERRE
                           PERFORM ESTAMPAR-SESION-CIERRE
                           PERFORM EMITIR-FACTURA
                       END-IF
                       PERFORM INSPECCIONAR-REGRESO
                       PERFORM CAPTURAR-SINIESTRO-CIERRE
                       PERFORM ACREDITAR-PUNTOS-CIERRE
                   END-IF
               ELSE
                   DISPLAY "CIERRE CANCELADO, EL ALQUILER SIGUE "
           END-IF
           END-IF.

       *>
       *> precio segun tarifa: diaria por dias, recargo de fin de
       *> semana y feriados, cargo por km y descuento del convenio.
       *>
       CALCULAR-PRECIO-TARIFA.
           COMPUTE WS-CARGO-KM =
               WS-KM-RECORRIDOS * WS-TARIFA-KM-VIG.
           COMPUTE WS-RECARGO-IMPORTE ROUNDED =
               WS-TARIFA-DIARIA-VIG * WS-DIAS-RECARGO
               * WS-RECARGO-FDS / 100.
           COMPUTE WS-PRECIO-TARIFA =
               WS-TARIFA-DIARIA-VIG * WS-DIAS-ALQUILER
               + WS-RECARGO-IMPORTE + WS-CARGO-KM.
           IF WS-DESCUENTO-CONVENIO > ZEROES
               COMPUTE WS-PRECIO-TARIFA ROUNDED =
                   WS-PRECIO-TARIFA
                   * (100 - WS-DESCUENTO-CONVENIO) / 100
               DISPLAY "CLIENTE CON CONVENIO, PRECIO CON "
                   "DESCUENTO APLICADO"
           END-IF.

       *>
       *> ADICIONALES: cada item entregado con el alquiler se cobra
       *> a la diaria congelada en la entrega, por unidad y por dia
       *> desde su entrega hasta la fecha hasta del alquiler. Se
       *> pide cuantas unidades volvieron; las que faltan se cobran
       *> al valor de reposicion del maestro. Los cargos se suman al
       *> importe final que carga el operador, que sigue siendo el
       *> del alquiler del vehiculo contra la tarifa.
       *>
       LIQUIDAR-ADICIONALES-CIERRE.
           MOVE ZEROES TO WS-CANT-ADC.
           MOVE ZEROES TO WS-CARGO-ADICIONALES.
           MOVE ZEROES TO WS-CARGO-REPOSICION.
           IF ADICIONALES-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-ADI-REFERENCIA
               MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ
               MOVE WS-ADI-REFERENCIA TO
                   AAL-REFERENCIA OF REG-ADICIONALES-ALQ
               MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ
               START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
                   AAL-CLAVE OF REG-ADICIONALES-ALQ
                   INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
               END-START
               IF FS-ADICIONALES-ALQ = "00"
                   PERFORM LEER-ADICIONAL-ALQ
                   PERFORM LIQUIDAR-ADICIONAL
                       UNTIL FS-ADICIONALES-ALQ <> "00"
                       OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "A"
                       OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                          WS-ADI-REFERENCIA
               END-IF
               MOVE "00" TO FS-ADICIONALES-ALQ
               IF WS-CANT-ADC > ZEROES
                   DISPLAY "CARGO POR ADICIONALES: "
                       WS-CARGO-ADICIONALES
                   DISPLAY "REPOSICION DE NO DEVUELTOS: "
                       WS-CARGO-REPOSICION
                   DISPLAY "(SE SUMAN AL IMPORTE FINAL DEL ALQUILER)"
               END-IF
           END-IF.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       LIQUIDAR-ADICIONAL.
           IF AAL-ENTREGADO AND WS-CANT-ADC < 10
               ADD 1 TO WS-CANT-ADC
               MOVE AAL-CODIGO OF REG-ADICIONALES-ALQ TO
                   WS-ADC-CODIGO (WS-CANT-ADC)
               MOVE AAL-CANTIDAD OF REG-ADICIONALES-ALQ TO
                   WS-ADC-CANTIDAD (WS-CANT-ADC)
               MOVE AAL-ITEM OF REG-ADICIONALES-ALQ TO
                   ADI-CLAVE OF REG-ADICIONALES
               READ ADICIONALES-RND
                   INVALID KEY
                       MOVE AAL-CODIGO OF REG-ADICIONALES-ALQ TO
                           WS-ADC-DESCRIPCION (WS-CANT-ADC)
                       MOVE ZEROES TO WS-VALOR-REPOSICION
                   NOT INVALID KEY
                       MOVE ADI-DESCRIPCION OF REG-ADICIONALES TO
                           WS-ADC-DESCRIPCION (WS-CANT-ADC)
                       MOVE ADI-VALOR-REPOSICION OF REG-ADICIONALES
                           TO WS-VALOR-REPOSICION
               END-READ
               MOVE ZEROES TO WS-DIAS-ADICIONAL
               MOVE AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ TO
                   WS-FECHA-CURSOR
               PERFORM CONTAR-DIA-ADICIONAL
                   UNTIL WS-FECHA-CURSOR >
                       ALQ-FECHA-HASTA OF REG-ALQUILERES-RND
                   OR WS-DIAS-ADICIONAL > 999
               MOVE WS-DIAS-ADICIONAL TO WS-ADC-DIAS (WS-CANT-ADC)
               MOVE 99 TO WS-ADC-DEVUELTA (WS-CANT-ADC)
               PERFORM PEDIR-CANTIDAD-DEVUELTA
                   UNTIL WS-ADC-DEVUELTA (WS-CANT-ADC) <=
                       WS-ADC-CANTIDAD (WS-CANT-ADC)
               COMPUTE WS-ADC-CARGO (WS-CANT-ADC) =
                   AAL-PRECIO-DIARIO OF REG-ADICIONALES-ALQ
                   * AAL-CANTIDAD OF REG-ADICIONALES-ALQ
                   * WS-DIAS-ADICIONAL
               COMPUTE WS-ADC-REPOSICION (WS-CANT-ADC) =
                   (WS-ADC-CANTIDAD (WS-CANT-ADC)
                    - WS-ADC-DEVUELTA (WS-CANT-ADC))
                   * WS-VALOR-REPOSICION
               ADD WS-ADC-CARGO (WS-CANT-ADC) TO WS-CARGO-ADICIONALES
               ADD WS-ADC-REPOSICION (WS-CANT-ADC) TO
                   WS-CARGO-REPOSICION
               IF WS-ADC-REPOSICION (WS-CANT-ADC) > ZEROES
                   DISPLAY "NO DEVUELTO: SE COBRA REPOSICION DE "
                       WS-ADC-REPOSICION (WS-CANT-ADC)
               END-IF
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       CONTAR-DIA-ADICIONAL.
           ADD 1 TO WS-DIAS-ADICIONAL.
           PERFORM SUMAR-DIA-CURSOR.

       PEDIR-CANTIDAD-DEVUELTA.
           DISPLAY "ADICIONAL " WS-ADC-DESCRIPCION (WS-CANT-ADC)
               " (ENTREGADOS " WS-ADC-CANTIDAD (WS-CANT-ADC)
               "), CANTIDAD DEVUELTA: ".
           ACCEPT WS-ADC-DEVUELTA (WS-CANT-ADC).

       *>
       *> con el cierre grabado, cada item queda devuelto ("D") o
       *> con faltante ("F") y su cargo; las unidades que no
       *> volvieron se descuentan del stock de la sucursal.
       *>
       ASENTAR-ADICIONALES-CIERRE.
           PERFORM ASENTAR-ADICIONAL
               VARYING WS-IND-ADC FROM 1 BY 1
               UNTIL WS-IND-ADC > WS-CANT-ADC.

       ASENTAR-ADICIONAL.
           MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE WS-ADC-CODIGO (WS-IND-ADC) TO
               AAL-CODIGO OF REG-ADICIONALES-ALQ.
           READ ADICIONALES-ALQ-RND
               INVALID KEY
                   DISPLAY "ADICIONAL NO ENCONTRADO AL CERRAR: "
                       WS-ADC-CODIGO (WS-IND-ADC)
               NOT INVALID KEY
                   MOVE WS-ADC-DEVUELTA (WS-IND-ADC) TO
                       AAL-CANT-DEVUELTA OF REG-ADICIONALES-ALQ
                   MOVE WS-ADC-CARGO (WS-IND-ADC) TO
                       AAL-CARGO OF REG-ADICIONALES-ALQ
                   MOVE WS-ADC-REPOSICION (WS-IND-ADC) TO
                       AAL-CARGO-REPOSICION OF REG-ADICIONALES-ALQ
                   IF WS-ADC-DEVUELTA (WS-IND-ADC) =
                      WS-ADC-CANTIDAD (WS-IND-ADC)
                       MOVE "D" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
                   ELSE
                       MOVE "F" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
                       PERFORM DESCONTAR-STOCK-ADICIONAL
                   END-IF
                   REWRITE REG-ADICIONALES-ALQ
                   END-REWRITE
           END-READ.

       DESCONTAR-STOCK-ADICIONAL.
           COMPUTE WS-ADI-FALTANTES =
               WS-ADC-CANTIDAD (WS-IND-ADC)
               - WS-ADC-DEVUELTA (WS-IND-ADC).
           MOVE AAL-ITEM OF REG-ADICIONALES-ALQ TO
               ADI-CLAVE OF REG-ADICIONALES.
           READ ADICIONALES-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ADI-STOCK OF REG-ADICIONALES > WS-ADI-FALTANTES
                       SUBTRACT WS-ADI-FALTANTES FROM
                           ADI-STOCK OF REG-ADICIONALES
                   ELSE
                       MOVE ZEROES TO ADI-STOCK OF REG-ADICIONALES
                   END-IF
                   REWRITE REG-ADICIONALES
                   END-REWRITE
           END-READ.

       *>
       *> TRASLADOS: la entrega y el retiro en domicilio del alquiler
       *> (pendientes o cumplidos) se cobran al cargo de zona que
       *> quedo congelado en la orden, sumado al importe final igual
       *> que los adicionales. Con el cierre grabado las ordenes
       *> quedan "F" (facturadas).
       *>
       LIQUIDAR-TRASLADOS-CIERRE.
           MOVE ZEROES TO WS-CANT-TRC.
           MOVE ZEROES TO WS-CARGO-TRASLADOS.
           IF TRASLADOS-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-TRS-REFERENCIA
               MOVE "A" TO TRS-ORIGEN OF REG-TRASLADOS
               MOVE WS-TRS-REFERENCIA TO
                   TRS-REFERENCIA OF REG-TRASLADOS
               MOVE LOW-VALUES TO TRS-TIPO OF REG-TRASLADOS
               START TRASLADOS-RND KEY IS NOT LESS THAN
                   TRS-CLAVE OF REG-TRASLADOS
                   INVALID KEY MOVE "10" TO FS-TRASLADOS
               END-START
               IF FS-TRASLADOS = "00"
                   PERFORM LEER-TRASLADO
                   PERFORM LIQUIDAR-TRASLADO
                       UNTIL FS-TRASLADOS <> "00"
                       OR TRS-ORIGEN OF REG-TRASLADOS <> "A"
                       OR TRS-REFERENCIA OF REG-TRASLADOS <>
                          WS-TRS-REFERENCIA
               END-IF
               MOVE "00" TO FS-TRASLADOS
               IF WS-CANT-TRC > ZEROES
                   DISPLAY "CARGO POR TRASLADOS A DOMICILIO: "
                       WS-CARGO-TRASLADOS
                   DISPLAY "(SE SUMA AL IMPORTE FINAL DEL ALQUILER)"
               END-IF
           END-IF.

       LEER-TRASLADO.
           READ TRASLADOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.

       LIQUIDAR-TRASLADO.
           IF (TRASLADO-PENDIENTE OR TRASLADO-CUMPLIDO)
              AND WS-CANT-TRC < 2
               ADD 1 TO WS-CANT-TRC
               MOVE TRS-TIPO OF REG-TRASLADOS TO
                   WS-TRC-TIPO (WS-CANT-TRC)
               MOVE TRS-ZONA OF REG-TRASLADOS TO
                   WS-TRC-ZONA (WS-CANT-TRC)
               MOVE TRS-CARGO OF REG-TRASLADOS TO
                   WS-TRC-CARGO (WS-CANT-TRC)
               ADD TRS-CARGO OF REG-TRASLADOS TO WS-CARGO-TRASLADOS
               IF TRASLADO-PENDIENTE
                   DISPLAY "ORDEN " TRS-TIPO OF REG-TRASLADOS
                       " SIN CUMPLIDO, SE FACTURA IGUAL"
               END-IF
           END-IF.
           PERFORM LEER-TRASLADO.

       ASENTAR-TRASLADOS-CIERRE.
           PERFORM ASENTAR-TRASLADO
               VARYING WS-IND-TRC FROM 1 BY 1
               UNTIL WS-IND-TRC > WS-CANT-TRC.

       ASENTAR-TRASLADO.
           MOVE "A" TO TRS-ORIGEN OF REG-TRASLADOS.
           MOVE WS-TRS-REFERENCIA TO TRS-REFERENCIA OF REG-TRASLADOS.
           MOVE WS-TRC-TIPO (WS-IND-TRC) TO TRS-TIPO OF REG-TRASLADOS.
           READ TRASLADOS-RND
               INVALID KEY
                   DISPLAY "ORDEN DE TRASLADO NO ENCONTRADA AL "
                       "CERRAR: " WS-TRC-TIPO (WS-IND-TRC)
               NOT INVALID KEY
                   MOVE "F" TO TRS-ESTADO OF REG-TRASLADOS
                   REWRITE REG-TRASLADOS
                   END-REWRITE
           END-READ.

       *>
       *> SESION DE CAJA: el efectivo del cierre queda estampado
       *> con la sesion abierta del operador firmado para el arqueo
       *> inventar un faltante en el arqueo del operador.
       *>
       ESTAMPAR-SESION-CIERRE.
           IF SESIONES-DISPONIBLES AND WS-EFECTIVO-CIERRE > ZEROES
               PERFORM BUSCAR-SESION-OPERADOR
               IF WS-SESION-HALLADA = "S"
                   PERFORM GRABAR-MOVIMIENTO-CIERRE
               MOVE "E" TO MOV-MEDIO
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   MOV-REFERENCIA
               MOVE WS-EFECTIVO-CIERRE TO MOV-IMPORTE
               WRITE REG-MOVIMIENTO
               CLOSE MOVIMIENTOS-SESION
           END-IF.

       *>
       *> al cierre el voucher cubre lo que falte del total despues
       *> de lo ya canjeado en el alta; el efectivo que se estampa
       *> en la caja es solo el resto, para que el arqueo no pida
       *> plata que entro como voucher.
       *>
       CANJEAR-VOUCHER-CIERRE.
           PERFORM SUMAR-CANJES-ALQUILER.
           MOVE ZEROES TO WS-CANJE-MAXIMO.
           IF ALQ-TOTAL OF REG-ALQUILERES-RND > WS-YA-CANJEADO
               COMPUTE WS-CANJE-MAXIMO =
                   ALQ-TOTAL OF REG-ALQUILERES-RND - WS-YA-CANJEADO
           END-IF.
           ACCEPT WS-FECHA-CANJE FROM DATE YYYYMMDD.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO WS-CANJE-NRO-DOC.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-CANJE-ALQUILER.
           MOVE "C" TO WS-CANJE-MOMENTO.
           PERFORM CANJEAR-VOUCHER.
           COMPUTE WS-EFECTIVO-CIERRE = WS-CANJE-MAXIMO
               - WS-CANJE-IMPORTE.

       SUMAR-CANJES-ALQUILER.
           MOVE ZEROES TO WS-YA-CANJEADO.
           IF VOUCHERS-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   CAN-ALQUILER OF REG-CANJES
               START CANJES-RND KEY IS EQUAL TO
                   CAN-ALQUILER OF REG-CANJES
                   INVALID KEY MOVE "10" TO FS-CANJES
               END-START
               IF FS-CANJES = "00"
                   PERFORM LEER-CANJE
                   PERFORM SUMAR-CANJE
                       UNTIL FS-CANJES <> "00"
                       OR CAN-ALQUILER OF REG-CANJES <>
                          ALQ-CLAVE OF REG-ALQUILERES-RND
               END-IF
               MOVE "00" TO FS-CANJES
           END-IF.

       LEER-CANJE.
           READ CANJES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CANJES
           END-READ.

       SUMAR-CANJE.
           ADD CAN-IMPORTE OF REG-CANJES TO WS-YA-CANJEADO.
           PERFORM LEER-CANJE.

       *>
       *> CANJE DE VOUCHER: el voucher de regalo o el pack prepago
       *> vendido en REGISTRO-DE-PAGOS se usa como medio de pago.
       *> Se valida el digito verificador, que este activo y sin
       *> vencer, y se consume hasta lo que falta pagar; el canje
       *> queda como recibo "V" en PAGOS (cancela la deuda del
       *> cliente como cualquier cobro) y en CANJES atado al
       *> alquiler, y el saldo del voucher baja en el mismo acto.
       *>
       CANJEAR-VOUCHER.
           MOVE ZEROES TO WS-CANJE-IMPORTE.
           IF VOUCHERS-DISPONIBLES AND PAGOS-DISPONIBLES
              AND WS-CANJE-MAXIMO > ZEROES
               DISPLAY "PAGA CON VOUCHER (S/N): "
               ACCEPT WS-PAGA-VOUCHER
               IF WS-PAGA-VOUCHER = "S" OR WS-PAGA-VOUCHER = "s"
                   PERFORM VALIDAR-VOUCHER
               END-IF
           END-IF.

       VALIDAR-VOUCHER.
           DISPLAY "NUMERO DE VOUCHER (8 CIFRAS): ".
           MOVE ZEROES TO WS-CODIGO-VOUCHER.
           ACCEPT WS-CODIGO-VOUCHER.
           MOVE WS-COD-VOU-NUMERO TO WS-DV-NUMERO.
           PERFORM CALCULAR-DIGITO-VOUCHER.
           IF WS-DV-DIGITO <> WS-COD-VOU-DIGITO
               DISPLAY "NUMERO DE VOUCHER INVALIDO, NO SE CANJEA"
           ELSE
               MOVE WS-CODIGO-VOUCHER TO VOU-CODIGO OF REG-VOUCHERS
               READ VOUCHERS-RND
                   INVALID KEY
                       DISPLAY "VOUCHER INEXISTENTE, NO SE CANJEA"
                   NOT INVALID KEY
                       PERFORM CONTROLAR-VOUCHER
               END-READ
           END-IF.

       CONTROLAR-VOUCHER.
           EVALUATE TRUE
               WHEN NOT VOUCHER-ACTIVO
                   DISPLAY "EL VOUCHER NO TIENE SALDO (AGOTADO O "
                       "VENCIDO), NO SE CANJEA"
               WHEN VOU-VENCIMIENTO OF REG-VOUCHERS < WS-FECHA-CANJE
                   DISPLAY "VOUCHER VENCIDO EL "
                       VOU-VENCIMIENTO OF REG-VOUCHERS
                       ", NO SE CANJEA"
               WHEN OTHER
                   IF VOU-SALDO OF REG-VOUCHERS > WS-CANJE-MAXIMO
                       MOVE WS-CANJE-MAXIMO TO WS-CANJE-IMPORTE
                   ELSE
                       MOVE VOU-SALDO OF REG-VOUCHERS TO
                           WS-CANJE-IMPORTE
                   END-IF
                   DISPLAY "SALDO DEL VOUCHER "
                       VOU-SALDO OF REG-VOUCHERS
                       ", SE CONSUMEN " WS-CANJE-IMPORTE
                   DISPLAY "CONFIRMA EL CANJE (S/N): "
                   ACCEPT WS-PAGA-VOUCHER
                   IF WS-PAGA-VOUCHER = "S" OR WS-PAGA-VOUCHER = "s"
                       PERFORM GRABAR-CANJE
                   ELSE
                       MOVE ZEROES TO WS-CANJE-IMPORTE
                   END-IF
           END-EVALUATE.

       GRABAR-CANJE.
           PERFORM OBTENER-NUMERO-CANJE.
           MOVE WS-CANJE-NUMERO TO WS-CANJE-REC-NUM.
           MOVE WS-CANJE-RECIBO TO PAG-NRO-RECIBO OF REG-PAGOS-RND.
           MOVE WS-CANJE-NRO-DOC TO PAG-NRO-DOC OF REG-PAGOS-RND.
           MOVE WS-FECHA-CANJE TO PAG-FECHA OF REG-PAGOS-RND.
           MOVE WS-CANJE-IMPORTE TO PAG-IMPORTE OF REG-PAGOS-RND.
           MOVE "V" TO PAG-MEDIO OF REG-PAGOS-RND.
           WRITE REG-PAGOS-RND
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECIBO DEL CANJE "
                       WS-CANJE-RECIBO
                   MOVE ZEROES TO WS-CANJE-IMPORTE
               NOT INVALID KEY
                   PERFORM DESCONTAR-VOUCHER
           END-WRITE.

       DESCONTAR-VOUCHER.
           MOVE REG-VOUCHERS TO WS-JR-ANTES.
           SUBTRACT WS-CANJE-IMPORTE FROM VOU-SALDO OF REG-VOUCHERS.
           IF VOU-SALDO OF REG-VOUCHERS = ZEROES
               MOVE "U" TO VOU-ESTADO OF REG-VOUCHERS
               MOVE WS-FECHA-CANJE TO VOU-FECHA-BAJA OF REG-VOUCHERS
           END-IF.
           REWRITE REG-VOUCHERS
               INVALID KEY
                   DISPLAY "ERROR AL DESCONTAR EL VOUCHER "
                       VOU-CODIGO OF REG-VOUCHERS
           END-REWRITE.
           MOVE "M" TO WS-JR-OPERACION.
           MOVE "VOUCHERS" TO WS-JR-ENTIDAD.
           MOVE REG-VOUCHERS TO WS-JR-DESPUES.
           CALL "bitacoracambios" USING WS-JR-PROGRAMA,
               WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
               WS-JR-DESPUES.
           MOVE "ALQUILERES" TO WS-JR-ENTIDAD.
           MOVE WS-CANJE-RECIBO TO CAN-RECIBO OF REG-CANJES.
           MOVE VOU-CODIGO OF REG-VOUCHERS TO
               CAN-VOUCHER OF REG-CANJES.
           MOVE WS-CANJE-ALQUILER TO CAN-ALQUILER OF REG-CANJES.
           MOVE WS-CANJE-NRO-DOC TO CAN-NRO-DOC OF REG-CANJES.
           MOVE WS-FECHA-CANJE TO CAN-FECHA OF REG-CANJES.
           MOVE WS-CANJE-IMPORTE TO CAN-IMPORTE OF REG-CANJES.
           MOVE WS-CANJE-MOMENTO TO CAN-MOMENTO OF REG-CANJES.
           WRITE REG-CANJES
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CANJE "
                       WS-CANJE-RECIBO
           END-WRITE.
           DISPLAY "CANJE REGISTRADO, RECIBO " WS-CANJE-RECIBO
               " POR " WS-CANJE-IMPORTE.

       OBTENER-NUMERO-CANJE.
           OPEN INPUT CONTROL-CANJES.
           IF FS-CONTROL-CANJES = "00"
               READ CONTROL-CANJES
                   AT END MOVE 1 TO CTC-PROXIMO-NUMERO
               END-READ
               MOVE CTC-PROXIMO-NUMERO TO WS-CANJE-NUMERO
               CLOSE CONTROL-CANJES
           ELSE
               MOVE 1 TO WS-CANJE-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-CANJES.
           COMPUTE CTC-PROXIMO-NUMERO = WS-CANJE-NUMERO + 1.
           WRITE REG-CONTROL-CANJES.
           CLOSE CONTROL-CANJES.

       *>
       *> digito verificador modulo 11 con pesos 8 a 2 sobre las
       *> siete cifras del numero, igual que en la venta.
       *>
       CALCULAR-DIGITO-VOUCHER.
           MOVE ZEROES TO WS-DV-SUMA.
           PERFORM SUMAR-CIFRA-VOUCHER
               VARYING WS-DV-IND FROM 1 BY 1 UNTIL WS-DV-IND > 7.
           DIVIDE WS-DV-SUMA BY 11 GIVING WS-DV-COCIENTE
               REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO < 2
               MOVE ZEROES TO WS-DV-DIGITO
           ELSE
               COMPUTE WS-DV-DIGITO = 11 - WS-DV-RESTO
           END-IF.

       SUMAR-CIFRA-VOUCHER.
           COMPUTE WS-DV-SUMA = WS-DV-SUMA
               + WS-DV-CIFRA (WS-DV-IND) * WS-DV-PESO (WS-DV-IND).

       *>
       *> CONVENIO DEL CLIENTE: se busca por el documento del
       *> alquiler; con convenio activo el precio de control lleva
               END-WRITE
           END-IF.

       *>
       *> INSPECCION DE REGRESO: se graba el estado en que volvio el
       *> auto y se compara zona por zona contra la inspeccion de
       *> salida; cada zona que empeoro se lista y el siniestro del
       *> cierre se ofrece ya propuesto, con el codigo de la zona
       *> mas grave (chapa antes que cristales, cristales antes que
       *> interior). Un cierre sin inspeccion de regreso queda para
       *> el reporte de INSPECCIONES-FALTANTES de la sucursal.
       *>
       INSPECCIONAR-REGRESO.
           MOVE ZEROES TO WS-ZONAS-EMPEORADAS.
           MOVE SPACES TO WS-SIN-CODIGO-PROPUESTO.
           IF INSPECCIONES-DISPONIBLES
               DISPLAY "SE HACE LA INSPECCION DE REGRESO (S/N): "
               ACCEPT WS-HACE-INSPECCION
               IF WS-HACE-INSPECCION = "S" OR WS-HACE-INSPECCION = "s"
                   PERFORM GRABAR-INSPECCION-REGRESO
                   PERFORM COMPARAR-INSPECCIONES
               ELSE
                   DISPLAY "CIERRE SIN INSPECCION DE REGRESO: QUEDA "
                       "INFORMADO A LA SUCURSAL"
               END-IF
           END-IF.

       GRABAR-INSPECCION-REGRESO.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               INS-PATENTE OF REG-INSPECCIONES.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               INS-FECHA-ALQ OF REG-INSPECCIONES.
           MOVE "R" TO INS-MOMENTO OF REG-INSPECCIONES.
           ACCEPT INS-FECHA OF REG-INSPECCIONES FROM DATE YYYYMMDD.
           IF FS-DEVOLUCIONES = "00"
               MOVE DEV-SUCURSAL OF REG-DEVOLUCIONES TO
                   INS-SUCURSAL OF REG-INSPECCIONES
           ELSE
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                   INS-SUCURSAL OF REG-INSPECCIONES
           END-IF.
           MOVE "M" TO INS-ORIGEN OF REG-INSPECCIONES.
           PERFORM CAPTURAR-DATOS-INSPECCION.
           MOVE INS-ZONAS OF REG-INSPECCIONES TO WS-DANIOS-REGRESO.
           MOVE INS-COMBUSTIBLE OF REG-INSPECCIONES TO
               WS-INS-COMBUSTIBLE.
           WRITE REG-INSPECCIONES
               INVALID KEY
                   REWRITE REG-INSPECCIONES
                   END-REWRITE
           END-WRITE.

       COMPARAR-INSPECCIONES.
           MOVE "S" TO INS-MOMENTO OF REG-INSPECCIONES.
           READ INSPECCIONES-RND
               INVALID KEY
                   DISPLAY "SIN INSPECCION DE SALIDA: NO HAY CONTRA "
                       "QUE COMPARAR LOS DANIOS"
               NOT INVALID KEY
                   PERFORM COMPARAR-ZONA
                       VARYING WS-IND-ZONA FROM 1 BY 1
                       UNTIL WS-IND-ZONA > 8
                   IF WS-INS-COMBUSTIBLE <
                      INS-COMBUSTIBLE OF REG-INSPECCIONES
                       DISPLAY "COMBUSTIBLE: SALIO CON "
                           INS-COMBUSTIBLE OF REG-INSPECCIONES
                           "/8 Y VOLVIO CON " WS-INS-COMBUSTIBLE "/8"
                   END-IF
           END-READ.

       COMPARAR-ZONA.
           IF WS-DANIO-REGRESO (WS-IND-ZONA) >
              INS-DANIO OF REG-INSPECCIONES (WS-IND-ZONA)
               ADD 1 TO WS-ZONAS-EMPEORADAS
               DISPLAY "DANIO NUEVO EN " WS-NOMBRE-ZONA (WS-IND-ZONA)
                   ": SALIDA " INS-DANIO OF REG-INSPECCIONES
                   (WS-IND-ZONA) " REGRESO "
                   WS-DANIO-REGRESO (WS-IND-ZONA)
               EVALUATE TRUE
                   WHEN WS-IND-ZONA <= 5
                       MOVE "01" TO WS-SIN-CODIGO-PROPUESTO
                   WHEN WS-IND-ZONA <= 7
                       IF WS-SIN-CODIGO-PROPUESTO NOT = "01"
                           MOVE "02" TO WS-SIN-CODIGO-PROPUESTO
                       END-IF
                   WHEN OTHER
                       IF WS-SIN-CODIGO-PROPUESTO = SPACES
                           MOVE "99" TO WS-SIN-CODIGO-PROPUESTO
                       END-IF
               END-EVALUATE
           END-IF.

       *>
       *> INSPECCION DEL VEHICULO: nivel de combustible en octavos
       *> de tanque, limpieza y un codigo de danio por zona
       *> (0=sin danio, 1=rayon, 2=abolladura, 3=rotura o faltante).
       *> Un valor fuera de rango se vuelve a pedir.
       *>
       CAPTURAR-DATOS-INSPECCION.
           MOVE 9 TO WS-INS-COMBUSTIBLE.
           PERFORM PEDIR-COMBUSTIBLE UNTIL WS-INS-COMBUSTIBLE <= 8.
           MOVE WS-INS-COMBUSTIBLE TO
               INS-COMBUSTIBLE OF REG-INSPECCIONES.
           MOVE SPACES TO WS-INS-LIMPIEZA.
           PERFORM PEDIR-LIMPIEZA
               UNTIL WS-INS-LIMPIEZA = "B" OR WS-INS-LIMPIEZA = "R"
               OR WS-INS-LIMPIEZA = "M".
           MOVE WS-INS-LIMPIEZA TO INS-LIMPIEZA OF REG-INSPECCIONES.
           DISPLAY "DANIO POR ZONA (0=SIN DANIO, 1=RAYON, "
               "2=ABOLLADURA, 3=ROTURA O FALTANTE)".
           PERFORM CAPTURAR-DANIO-ZONA
               VARYING WS-IND-ZONA FROM 1 BY 1 UNTIL WS-IND-ZONA > 8.

       PEDIR-COMBUSTIBLE.
           DISPLAY "COMBUSTIBLE (OCTAVOS DE TANQUE, 0 A 8): ".
           ACCEPT WS-INS-COMBUSTIBLE.

       PEDIR-LIMPIEZA.
           DISPLAY "LIMPIEZA (B=BUENA, R=REGULAR, M=MALA): ".
           ACCEPT WS-INS-LIMPIEZA.

       CAPTURAR-DANIO-ZONA.
           MOVE 9 TO WS-DANIO-ZONA.
           PERFORM PEDIR-DANIO-ZONA UNTIL WS-DANIO-ZONA <= 3.
           MOVE WS-DANIO-ZONA TO
               INS-DANIO OF REG-INSPECCIONES (WS-IND-ZONA).

       PEDIR-DANIO-ZONA.
           DISPLAY WS-NOMBRE-ZONA (WS-IND-ZONA) ": ".
           ACCEPT WS-DANIO-ZONA.

       *>
       *> SINIESTRO EN LA DEVOLUCION: si el auto volvio daniado, el
       *> incidente queda asentado en SINIESTROS atado al alquiler;
       *>
       CAPTURAR-SINIESTRO-CIERRE.
           IF SINIESTROS-DISPON
               IF WS-ZONAS-EMPEORADAS > ZEROES
                   DISPLAY "LA INSPECCION DETECTO " WS-ZONAS-EMPEORADAS
                       " ZONAS CON DANIO NUEVO, SE ASIENTA EL "
                       "SINIESTRO PROPUESTO (S/N): "
               ELSE
                   DISPLAY "EL VEHICULO VOLVIO CON DANIOS (S/N): "
               END-IF
               ACCEPT WS-HAY-SINIESTRO
               IF WS-HAY-SINIESTRO = "S" OR WS-HAY-SINIESTRO = "s"
                   PERFORM GRABAR-SINIESTRO-CIERRE
           END-IF.

       GRABAR-SINIESTRO-CIERRE.
           IF WS-SIN-CODIGO-PROPUESTO NOT = SPACES
               DISPLAY "CODIGO PROPUESTO POR LA INSPECCION: "
                   WS-SIN-CODIGO-PROPUESTO " (ENTER PARA ACEPTARLO)"
           END-IF.
           DISPLAY "CODIGO DE DANIO (01=CHAPA, 02=CRISTALES, "
               "03=MECANICA, 04=VUELCO, 99=OTROS): ".
           ACCEPT WS-SIN-CODIGO.
           IF WS-SIN-CODIGO = SPACES
               MOVE WS-SIN-CODIGO-PROPUESTO TO WS-SIN-CODIGO
           END-IF.
           DISPLAY "COSTO ESTIMADO: ".
           ACCEPT WS-SIN-COSTO.
           DISPLAY "RESPONSABLE (C=CLIENTE, H=CHOFER, T=TERCERO): ".
               INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           IF WS-CANT-ADC > ZEROES OR WS-CANT-TRC > ZEROES
               PERFORM IMPRIMIR-DETALLE-ADICIONALES
           END-IF.
           MOVE FAC-NETO OF REG-FACTURAS-RND TO WS-IMPORTE-DOC-EDIT.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "NETO GRAVADO           " DELIMITED BY SIZE
           WRITE LINEA-DOCUMENTO.
           CLOSE DOCUMENTO-FACTURA.

       *>
       *> con adicionales o traslados la factura abre el neto: el
       *> alquiler del vehiculo, el uso de cada item, la reposicion
       *> de lo que no volvio y la entrega y el retiro en domicilio.
       *>
       IMPRIMIR-DETALLE-ADICIONALES.
           MOVE WS-IMPORTE-FINAL TO WS-IMPORTE-DOC-EDIT.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "  ALQUILER DEL VEHICULO              "
                      DELIMITED BY SIZE
                  WS-IMPORTE-DOC-EDIT DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           PERFORM IMPRIMIR-ADICIONAL-FACTURA
               VARYING WS-IND-ADC FROM 1 BY 1
               UNTIL WS-IND-ADC > WS-CANT-ADC.
           PERFORM IMPRIMIR-TRASLADO-FACTURA
               VARYING WS-IND-TRC FROM 1 BY 1
               UNTIL WS-IND-TRC > WS-CANT-TRC.

       IMPRIMIR-ADICIONAL-FACTURA.
           MOVE WS-ADC-CARGO (WS-IND-ADC) TO WS-IMPORTE-DOC-EDIT.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "  " DELIMITED BY SIZE
                  WS-ADC-DESCRIPCION (WS-IND-ADC) DELIMITED BY SIZE
                  " X" DELIMITED BY SIZE
                  WS-ADC-CANTIDAD (WS-IND-ADC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-DOC-EDIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-ADC-DIAS (WS-IND-ADC) DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.
           IF WS-ADC-REPOSICION (WS-IND-ADC) > ZEROES
               COMPUTE WS-ADI-FALTANTES =
                   WS-ADC-CANTIDAD (WS-IND-ADC)
                   - WS-ADC-DEVUELTA (WS-IND-ADC)
               MOVE WS-ADC-REPOSICION (WS-IND-ADC) TO
                   WS-IMPORTE-DOC-EDIT
               MOVE SPACES TO LINEA-DOCUMENTO
               STRING "  REPOSICION NO DEVUELTOS X" DELIMITED BY SIZE
                      WS-ADI-FALTANTES DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-IMPORTE-DOC-EDIT DELIMITED BY SIZE
                   INTO LINEA-DOCUMENTO
               END-STRING
               WRITE LINEA-DOCUMENTO
           END-IF.

       IMPRIMIR-TRASLADO-FACTURA.
           IF WS-TRC-TIPO (WS-IND-TRC) = "E"
               MOVE "ENTREGA EN DOMICILIO" TO WS-LEYENDA-TRASLADO
           ELSE
               MOVE "RETIRO EN DOMICILIO" TO WS-LEYENDA-TRASLADO
           END-IF.
           MOVE WS-TRC-CARGO (WS-IND-TRC) TO WS-IMPORTE-DOC-EDIT.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "  " DELIMITED BY SIZE
                  WS-LEYENDA-TRASLADO DELIMITED BY SIZE
                  " ZONA " DELIMITED BY SIZE
                  WS-TRC-ZONA (WS-IND-TRC) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-IMPORTE-DOC-EDIT DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO
           END-STRING.
           WRITE LINEA-DOCUMENTO.

       *>
       *> PUNTOS DEL CLIENTE FRECUENTE: el cierre acredita puntos
       *> sobre el total definitivo del alquiler, a razon del
       *> parametro PUNTOS-PESO y con vencimiento a los meses de
       *> VENCE-PUNTOS. No suman los alquileres cancelados ni los
       *> clientes morosos; la referencia es la clave del alquiler,
       *> para que la nota de credito de una cancelacion los
       *> encuentre y los retire.
       *>
       ACREDITAR-PUNTOS-CIERRE.
           IF PUNTOS-DISPONIBLES AND NOT ALQ-CANCELADO
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                   CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY
                       MOVE SPACES TO REG-CLIENTES-RND
               END-READ
               IF CLI-NUMERO OF REG-CLIENTES-RND = SPACES
                   DISPLAY "CLIENTE INEXISTENTE: EL ALQUILER NO SUMA "
                       "PUNTOS"
               ELSE IF CLI-ESTADO-PAGO OF REG-CLIENTES-RND = "S"
                   DISPLAY "CLIENTE MOROSO: EL ALQUILER NO SUMA "
                       "PUNTOS"
               ELSE
                   PERFORM GRABAR-PUNTOS-GANADOS
               END-IF
               END-IF
           END-IF.

       GRABAR-PUNTOS-GANADOS.
           COMPUTE WS-PTS-GANADOS =
               ALQ-TOTAL OF REG-ALQUILERES-RND * WS-PUNTOS-POR-PESO.
           IF WS-PTS-GANADOS > ZEROES
               PERFORM CALCULAR-VENCE-PUNTOS
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   PTS-CLI-NUMERO OF REG-PUNTOS
               MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS
               MOVE "G" TO PTS-TIPO OF REG-PUNTOS
               MOVE WS-PTS-GANADOS TO PTS-PUNTOS OF REG-PUNTOS
               MOVE WS-PTS-GANADOS TO PTS-SALDO OF REG-PUNTOS
               MOVE WS-PTS-VENCE TO PTS-VENCIMIENTO OF REG-PUNTOS
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   PTS-REFERENCIA OF REG-PUNTOS
               MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                   PTS-IMPORTE OF REG-PUNTOS
               PERFORM GRABAR-MOVIMIENTO-PUNTOS
               DISPLAY "PUNTOS ACREDITADOS: " WS-PTS-GANADOS
                   " (VENCEN EL " WS-PTS-VENCE ")"
           END-IF.

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

       *>
       *> la alicuota del impuesto sale del maestro de parametros con
       *> la vigencia del dia del cierre; sin fila vigente queda el
       *> valor por omision compilado. Lo mismo los valores del
       *> programa de puntos.
       *>
       CARGAR-PARAMETROS.
           ACCEPT WS-PV-FECHA FROM DATE YYYYMMDD.
           MOVE WS-PV-FECHA TO WS-PTS-FECHA-HOY.
           MOVE "ALICUOTA-IVA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-RECARGO-FDS
           END-IF.
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
           MOVE "KM-MAX-DIA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-KM-MAXIMO-DIA
           END-IF.

       *>
       *> dias del alquiler entre fecha desde y fecha hasta, con el
                       END-REWRITE
                   END-IF
           END-READ.

       *>
       *> CIERRE POR LOTE DE TERMINALES: las devoluciones que la playa
       *> carga en las terminales se cierran con la misma logica que
       *> en linea, sin operador delante. El importe es el de la
       *> tarifa vigente y el cobro queda para la caja, asi que no
       *> se canjean vouchers ni se estampa la sesion. Lo que no se
       *> puede decidir sin una persona (danios, km que no cierran,
       *> devolucion fuera de termino o en sucursal no prevista,
       *> adicionales a contar, sin tarifa) queda en la lista de
       *> pendientes para terminarlo en linea; lo que viene mal se
       *> rechaza a Salida/rechazos.txt y se corrige y reenvia con
       *> REPARACION-DE-RECHAZOS.
       *>
       CERRAR-LOTE-TERMINALES.
           OPEN INPUT DEVOLUCIONES-TERMINAL.
           IF FS-TERMINAL <> "00"
               DISPLAY "NO HAY ARCHIVO DE DEVOLUCIONES DE TERMINALES, "
                   "FS=" FS-TERMINAL
           ELSE
               ACCEPT WS-FECHA-LOTE FROM DATE YYYYMMDD
               OPEN EXTEND RECHAZOS
               IF FS-RECHAZOS = "05" OR FS-RECHAZOS = "35"
                   OPEN OUTPUT RECHAZOS
               END-IF
               OPEN OUTPUT PENDIENTES-LOTE
               OPEN OUTPUT CONTROL-LOTE
               PERFORM ENCABEZAR-CONTROL-LOTE
               READ DEVOLUCIONES-TERMINAL
                   AT END MOVE "10" TO FS-TERMINAL
               END-READ
               PERFORM PROCESAR-DEVOLUCION-TERMINAL
                   UNTIL FS-TERMINAL <> "00"
               PERFORM TOTALIZAR-CONTROL-LOTE
               CLOSE DEVOLUCIONES-TERMINAL
               CLOSE RECHAZOS
               CLOSE PENDIENTES-LOTE
               CLOSE CONTROL-LOTE
               DISPLAY "DEVOLUCIONES LEIDAS: " CANT-LOTE-LEIDOS
               DISPLAY "CERRADAS: " CANT-LOTE-CERRADOS
                   "  PENDIENTES: " CANT-LOTE-PENDIENTES
                   "  RECHAZADAS: " CANT-LOTE-RECHAZADOS
                   "  YA CERRADAS: " CANT-LOTE-YA-CERRADOS
               DISPLAY "CONTROL EN Salida/controlCierreLote.txt"
           END-IF.

       PROCESAR-DEVOLUCION-TERMINAL.
           ADD 1 TO CANT-LOTE-LEIDOS.
           MOVE "R" TO WS-RESULTADO-LOTE.
           MOVE SPACES TO WS-RECHAZO-MOTIVO.
           MOVE ZEROES TO WS-NUMERO-FACTURA.
           MOVE SPACES TO REG-ALQUILERES-RND.
           PERFORM VALIDAR-DEVOLUCION-TERMINAL.
           IF WS-RECHAZO-MOTIVO = SPACES
               PERFORM BUSCAR-ALQUILER-ABIERTO
               IF ABIERTO-HALLADO
                   PERFORM CONTROLAR-DEVOLUCION-LOTE
               ELSE IF CIERRE-PREVIO
                   MOVE "Y" TO WS-RESULTADO-LOTE
                   MOVE "YA CERRADA EN UNA CORRIDA ANTERIOR" TO
                       WS-RECHAZO-MOTIVO
               ELSE
                   MOVE "SIN ALQUILER ABIERTO PARA LA PATENTE" TO
                       WS-RECHAZO-MOTIVO
               END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN LOTE-CERRADA
                   ADD 1 TO CANT-LOTE-CERRADOS
               WHEN LOTE-PENDIENTE
                   ADD 1 TO CANT-LOTE-PENDIENTES
                   PERFORM ESCRIBIR-PENDIENTE-LOTE
               WHEN LOTE-YA-CERRADA
                   ADD 1 TO CANT-LOTE-YA-CERRADOS
               WHEN OTHER
                   ADD 1 TO CANT-LOTE-RECHAZADOS
                   PERFORM ESCRIBIR-RECHAZO-LOTE
           END-EVALUATE.
           PERFORM INFORMAR-CONTROL-LOTE.
           READ DEVOLUCIONES-TERMINAL
               AT END MOVE "10" TO FS-TERMINAL
           END-READ.

       VALIDAR-DEVOLUCION-TERMINAL.
           IF DTE-PATENTE = SPACES
               MOVE "PATENTE VACIA" TO WS-RECHAZO-MOTIVO
           ELSE IF DTE-FECHA NOT NUMERIC
                   OR DTE-MM < 1 OR DTE-MM > 12
                   OR DTE-DD < 1 OR DTE-DD > 31
                   OR DTE-AAAA < 2000
               MOVE "FECHA DE DEVOLUCION INVALIDA" TO WS-RECHAZO-MOTIVO
           ELSE IF DTE-FECHA > WS-FECHA-LOTE
               MOVE "FECHA DE DEVOLUCION FUTURA" TO WS-RECHAZO-MOTIVO
           ELSE IF DTE-HORA NOT NUMERIC OR DTE-HORA > 2359
               MOVE "HORA DE DEVOLUCION INVALIDA" TO WS-RECHAZO-MOTIVO
           ELSE IF DTE-KM-REGRESO NOT NUMERIC
               MOVE "KM DE REGRESO INVALIDO" TO WS-RECHAZO-MOTIVO
           ELSE IF DTE-COMBUSTIBLE NOT NUMERIC OR DTE-COMBUSTIBLE > 8
               MOVE "COMBUSTIBLE FUERA DE RANGO (0 A 8)" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF DTE-SUCURSAL = SPACES
               MOVE "SUCURSAL DE DEVOLUCION VACIA" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF DTE-DANIO NOT = "S" AND DTE-DANIO NOT = "N"
               MOVE "MARCA DE DANIO INVALIDA (S/N)" TO
                   WS-RECHAZO-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       *>
       *> el alquiler a cerrar es el abierto de la patente con fecha
       *> hasta la de la devolucion. Si en cambio hay uno cerrado con
       *> el mismo km de regreso, la linea ya se cerro en una corrida
       *> anterior del mismo archivo y no se vuelve a rechazar.
       *>
       BUSCAR-ALQUILER-ABIERTO.
           MOVE "N" TO WS-ABIERTO-HALLADO.
           MOVE "N" TO WS-CIERRE-PREVIO.
           MOVE DTE-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER-LOTE
               PERFORM EXAMINAR-ALQUILER-LOTE
                   UNTIL FS-ALQUILERES <> "00"
                   OR ABIERTO-HALLADO
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <> DTE-PATENTE
                   OR ALQ-FECHA OF REG-ALQUILERES-RND > DTE-FECHA
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQUILER-LOTE.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER-LOTE.
           IF ALQ-ABIERTO
               MOVE "S" TO WS-ABIERTO-HALLADO
           ELSE
               IF ALQ-CERRADO AND ALQ-KM-REGRESO OF REG-ALQUILERES-RND
                  = DTE-KM-REGRESO
                   MOVE "S" TO WS-CIERRE-PREVIO
               END-IF
               PERFORM LEER-ALQUILER-LOTE
           END-IF.

       *>
       *> mismos controles que el cierre en linea; lo que en linea
       *> se resuelve preguntando aca deja la devolucion pendiente.
       *>
       CONTROLAR-DEVOLUCION-LOTE.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           MOVE DTE-KM-REGRESO TO WS-KM-REGRESO.
           MOVE ZEROES TO WS-KM-RECORRIDOS.
           IF WS-KM-REGRESO >= ALQ-KM-SALIDA OF REG-ALQUILERES-RND
               COMPUTE WS-KM-RECORRIDOS = WS-KM-REGRESO -
                   ALQ-KM-SALIDA OF REG-ALQUILERES-RND
           END-IF.
           PERFORM CALCULAR-DIAS-ALQUILER.
           COMPUTE WS-KM-TOPE = WS-DIAS-ALQUILER * WS-KM-MAXIMO-DIA.
           MOVE "P" TO WS-RESULTADO-LOTE.
           IF WS-PC-RESULTADO = "C"
               MOVE "R" TO WS-RESULTADO-LOTE
               MOVE "PERIODO CERRADO, USAR AJUSTE-TARDIO" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF DTE-DANIO = "S"
               MOVE "DANIO DECLARADO EN LA TERMINAL" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF WS-KM-REGRESO < ALQ-KM-SALIDA OF REG-ALQUILERES-RND
               MOVE "KM DE REGRESO MENOR AL DE SALIDA" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF WS-KM-RECORRIDOS > WS-KM-TOPE
               MOVE "KM RECORRIDOS EXCEDEN EL MAXIMO DIARIO" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF DTE-FECHA > ALQ-FECHA-HASTA OF REG-ALQUILERES-RND
               MOVE "DEVUELTO DESPUES DE LA FECHA HASTA" TO
                   WS-RECHAZO-MOTIVO
           ELSE
               PERFORM CONTROLAR-ODOMETRO-LOTE
               IF WS-RECHAZO-MOTIVO = SPACES
                   PERFORM CONTROLAR-PRECIO-LOTE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CONTROLAR-ODOMETRO-LOTE.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               VEH-PATENTE OF REG-VEHICULOS-RND.
           READ VEHICULOS-RND KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-KM-REGRESO < VEH-KM-ACTUAL OF REG-VEHICULOS-RND
                       MOVE "KM DE REGRESO MENOR AL ODOMETRO DE FLOTA"
                           TO WS-RECHAZO-MOTIVO
                   END-IF
           END-READ.

       CONTROLAR-PRECIO-LOTE.
           MOVE "N" TO WS-TARIFA-HALLADA.
           PERFORM BUSCAR-CONVENIO-CLIENTE.
           IF TARIFAS-DISPONIBLES
               PERFORM BUSCAR-TARIFA-ALQUILER
           END-IF.
           PERFORM CONTAR-ADICIONALES-ENTREGADOS.
           IF NOT TARIFA-HALLADA
               MOVE "SIN TARIFA VIGENTE PARA FIJAR EL IMPORTE" TO
                   WS-RECHAZO-MOTIVO
           ELSE IF WS-ADC-ENTREGADOS > ZEROES
               MOVE "ADICIONALES ENTREGADOS A CONTROLAR" TO
                   WS-RECHAZO-MOTIVO
           ELSE
               PERFORM CONTROLAR-SUCURSAL-IDA
               IF WS-RECHAZO-MOTIVO = SPACES
                   PERFORM CALCULAR-PRECIO-TARIFA
                   PERFORM GRABAR-CIERRE-LOTE
               END-IF
           END-IF
           END-IF.

       CONTAR-ADICIONALES-ENTREGADOS.
           MOVE ZEROES TO WS-ADC-ENTREGADOS.
           IF ADICIONALES-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-ADI-REFERENCIA
               MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ
               MOVE WS-ADI-REFERENCIA TO
                   AAL-REFERENCIA OF REG-ADICIONALES-ALQ
               MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ
               START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
                   AAL-CLAVE OF REG-ADICIONALES-ALQ
                   INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
               END-START
               IF FS-ADICIONALES-ALQ = "00"
                   PERFORM LEER-ADICIONAL-ALQ
                   PERFORM CONTAR-ADICIONAL-ENTREGADO
                       UNTIL FS-ADICIONALES-ALQ <> "00"
                       OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "A"
                       OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                          WS-ADI-REFERENCIA
               END-IF
               MOVE "00" TO FS-ADICIONALES-ALQ
           END-IF.

       CONTAR-ADICIONAL-ENTREGADO.
           IF AAL-ENTREGADO
               ADD 1 TO WS-ADC-ENTREGADOS
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> ALQUILER DE IDA: el auto puede volver a la sucursal del
       *> alquiler o a la prevista en el alta; cualquier otra queda
       *> para confirmar en linea.
       *>
       CONTROLAR-SUCURSAL-IDA.
           IF ALQ-SUCURSAL OF REG-ALQUILERES-RND NOT = SPACES
              AND DTE-SUCURSAL NOT = ALQ-SUCURSAL OF REG-ALQUILERES-RND
               MOVE "DEVOLUCION EN SUCURSAL NO PREVISTA" TO
                   WS-RECHAZO-MOTIVO
               IF FS-DEVOLUCIONES = "00"
                   MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                       DEV-PATENTE OF REG-DEVOLUCIONES
                   MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                       DEV-FECHA OF REG-DEVOLUCIONES
                   READ DEVOLUCIONES-RND
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF DEV-SUCURSAL OF REG-DEVOLUCIONES =
                              DTE-SUCURSAL
                               MOVE SPACES TO WS-RECHAZO-MOTIVO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       *>
       *> grabacion del cierre: los mismos pasos que en linea, con el
       *> importe de la tarifa y la sucursal y el combustible que
       *> informo la terminal.
       *>
       GRABAR-CIERRE-LOTE.
           MOVE ZEROES TO WS-CANT-ADC.
           MOVE ZEROES TO WS-CARGO-ADICIONALES.
           MOVE ZEROES TO WS-CARGO-REPOSICION.
           PERFORM LIQUIDAR-TRASLADOS-CIERRE.
           MOVE WS-PRECIO-TARIFA TO WS-IMPORTE-FINAL.
           MOVE REG-ALQUILERES-RND TO WS-JR-ANTES.
           MOVE WS-IMPORTE-FINAL TO ALQ-IMPORTE OF REG-ALQUILERES-RND.
           ADD WS-CARGO-TRASLADOS TO ALQ-IMPORTE OF REG-ALQUILERES-RND.
           MOVE WS-KM-REGRESO TO ALQ-KM-REGRESO OF REG-ALQUILERES-RND.
           PERFORM CALCULAR-IMPUESTO-ALQUILER.
           SET ALQ-CERRADO TO TRUE.
           REWRITE REG-ALQUILERES-RND
               INVALID KEY
                   MOVE "R" TO WS-RESULTADO-LOTE
                   MOVE "ERROR AL GRABAR EL CIERRE DEL ALQUILER" TO
                       WS-RECHAZO-MOTIVO
           END-REWRITE.
           IF FS-ALQUILERES = "00"
               MOVE "C" TO WS-RESULTADO-LOTE
               PERFORM ANOTAR-BITACORA-CIERRE
               PERFORM ASENTAR-TRASLADOS-CIERRE
               PERFORM ACTUALIZAR-ODOMETRO-VEHICULO
               PERFORM ASENTAR-SUCURSAL-RETORNO-LOTE
               IF NOT CLIENTE-CON-CONVENIO
                   PERFORM EMITIR-FACTURA
               END-IF
               PERFORM GRABAR-INSPECCION-LOTE
               PERFORM ACREDITAR-PUNTOS-CIERRE
               ADD ALQ-TOTAL OF REG-ALQUILERES-RND TO WS-TOTAL-LOTE
           END-IF.

       ASENTAR-SUCURSAL-RETORNO-LOTE.
           IF FS-DEVOLUCIONES = "00"
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                   DEV-PATENTE OF REG-DEVOLUCIONES
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   DEV-FECHA OF REG-DEVOLUCIONES
               MOVE DTE-SUCURSAL TO DEV-SUCURSAL OF REG-DEVOLUCIONES
               MOVE "C" TO DEV-ESTADO OF REG-DEVOLUCIONES
               WRITE REG-DEVOLUCIONES
                   INVALID KEY
                       REWRITE REG-DEVOLUCIONES
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR LA "
                                   "DEVOLUCION, FS=" FS-DEVOLUCIONES
                       END-REWRITE
               END-WRITE
           END-IF.

       *>
       *> la terminal solo informa el combustible: la inspeccion de
       *> regreso se copia de la de salida ("C") con ese nivel, ya
       *> que sin danio declarado las zonas no cambiaron. Sin
       *> inspeccion de salida no se inventa ninguna y el cierre
       *> queda para el reporte de INSPECCIONES-FALTANTES.
       *>
       GRABAR-INSPECCION-LOTE.
           MOVE SPACE TO WS-COMBUSTIBLE-SALIDA.
           IF INSPECCIONES-DISPONIBLES
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                   INS-PATENTE OF REG-INSPECCIONES
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   INS-FECHA-ALQ OF REG-INSPECCIONES
               MOVE "S" TO INS-MOMENTO OF REG-INSPECCIONES
               READ INSPECCIONES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INS-COMBUSTIBLE OF REG-INSPECCIONES TO
                           WS-COMBUSTIBLE-SALIDA
                       MOVE "R" TO INS-MOMENTO OF REG-INSPECCIONES
                       MOVE DTE-FECHA TO INS-FECHA OF REG-INSPECCIONES
                       MOVE DTE-SUCURSAL TO
                           INS-SUCURSAL OF REG-INSPECCIONES
                       MOVE "C" TO INS-ORIGEN OF REG-INSPECCIONES
                       MOVE DTE-COMBUSTIBLE TO
                           INS-COMBUSTIBLE OF REG-INSPECCIONES
                       WRITE REG-INSPECCIONES
                           INVALID KEY
                               REWRITE REG-INSPECCIONES
                               END-REWRITE
                       END-WRITE
               END-READ
           END-IF.

       ESCRIBIR-RECHAZO-LOTE.
           MOVE DTE-PATENTE TO WS-RCL-PATENTE.
           MOVE ZEROES TO WS-RCL-FECHA.
           MOVE ZEROES TO WS-RCL-HORA.
           IF DTE-FECHA NUMERIC
               MOVE DTE-FECHA TO WS-RCL-FECHA
           END-IF.
           IF DTE-HORA NUMERIC
               MOVE DTE-HORA TO WS-RCL-HORA
           END-IF.
           MOVE SPACES TO LINEA-RECHAZO.
           STRING WS-RECHAZO-ENTIDAD DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-RECHAZO-CLAVE   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-RECHAZO-MOTIVO  DELIMITED BY SIZE
               INTO LINEA-RECHAZO
           END-STRING.
           WRITE LINEA-RECHAZO.

       *>
       *> la lista de pendientes lleva lo que informo la terminal y
       *> el alquiler hallado, para cerrarlo en linea sin volver a
       *> buscar los datos.
       *>
       ESCRIBIR-PENDIENTE-LOTE.
           MOVE SPACES TO LINEA-PENDIENTE.
           STRING DTE-PATENTE DELIMITED BY SIZE
                  " ALQ " DELIMITED BY SIZE
                  ALQ-FECHA OF REG-ALQUILERES-RND DELIMITED BY SIZE
                  " DEVUELTO " DELIMITED BY SIZE
                  DTE-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DTE-HORA DELIMITED BY SIZE
                  " KM " DELIMITED BY SIZE
                  DTE-KM-REGRESO DELIMITED BY SIZE
                  " COMB " DELIMITED BY SIZE
                  DTE-COMBUSTIBLE DELIMITED BY SIZE
                  "/8 SUC " DELIMITED BY SIZE
                  DTE-SUCURSAL DELIMITED BY SIZE
                  " DANIO " DELIMITED BY SIZE
                  DTE-DANIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECHAZO-MOTIVO DELIMITED BY SIZE
               INTO LINEA-PENDIENTE
           END-STRING.
           WRITE LINEA-PENDIENTE.

       ENCABEZAR-CONTROL-LOTE.
           MOVE SPACES TO LINEA-CONTROL-LOTE.
           STRING "CONTROL DE CIERRE POR LOTE DE TERMINALES - "
                      DELIMITED BY SIZE
                  WS-FECHA-LOTE DELIMITED BY SIZE
               INTO LINEA-CONTROL-LOTE
           END-STRING.
           WRITE LINEA-CONTROL-LOTE.
           MOVE SPACES TO LINEA-CONTROL-LOTE.
           STRING "PATENTE FECHA    HORA RESULTADO  "
                      DELIMITED BY SIZE
                  "FACTURA  TOTAL        COMB. DETALLE"
                      DELIMITED BY SIZE
               INTO LINEA-CONTROL-LOTE
           END-STRING.
           WRITE LINEA-CONTROL-LOTE.
           MOVE ALL "-" TO LINEA-CONTROL-LOTE (1:110).
           WRITE LINEA-CONTROL-LOTE.

       INFORMAR-CONTROL-LOTE.
           MOVE SPACES TO LINEA-CONTROL-LOTE.
           MOVE DTE-PATENTE TO LINEA-CONTROL-LOTE (1:6).
           MOVE DTE-FECHA TO LINEA-CONTROL-LOTE (9:8).
           MOVE DTE-HORA TO LINEA-CONTROL-LOTE (18:4).
           EVALUATE TRUE
               WHEN LOTE-CERRADA
                   MOVE "CERRADA" TO LINEA-CONTROL-LOTE (23:10)
                   IF CLIENTE-CON-CONVENIO
                       MOVE "CONVENIO" TO LINEA-CONTROL-LOTE (34:8)
                   ELSE
                       MOVE WS-NUMERO-FACTURA TO
                           LINEA-CONTROL-LOTE (34:8)
                   END-IF
                   MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                       WS-IMPORTE-LOTE-ED
                   MOVE WS-IMPORTE-LOTE-ED TO LINEA-CONTROL-LOTE (43:12)
                   MOVE DTE-COMBUSTIBLE TO LINEA-CONTROL-LOTE (56:1)
                   MOVE "/8" TO LINEA-CONTROL-LOTE (57:2)
                   IF WS-COMBUSTIBLE-SALIDA = SPACE
                       MOVE "SIN INSPECCION DE SALIDA" TO
                           LINEA-CONTROL-LOTE (62:24)
                   ELSE
                       IF DTE-COMBUSTIBLE < WS-COMBUSTIBLE-SALIDA
                           STRING "SALIO CON " DELIMITED BY SIZE
                                  WS-COMBUSTIBLE-SALIDA
                                      DELIMITED BY SIZE
                                  "/8" DELIMITED BY SIZE
                               INTO LINEA-CONTROL-LOTE (62:20)
                           END-STRING
                       END-IF
                   END-IF
               WHEN LOTE-PENDIENTE
                   MOVE "PENDIENTE" TO LINEA-CONTROL-LOTE (23:10)
                   MOVE WS-RECHAZO-MOTIVO TO LINEA-CONTROL-LOTE (62:40)
               WHEN LOTE-YA-CERRADA
                   MOVE "YA CERRADA" TO LINEA-CONTROL-LOTE (23:10)
                   MOVE WS-RECHAZO-MOTIVO TO LINEA-CONTROL-LOTE (62:40)
               WHEN OTHER
                   MOVE "RECHAZADA" TO LINEA-CONTROL-LOTE (23:10)
                   MOVE WS-RECHAZO-MOTIVO TO LINEA-CONTROL-LOTE (62:40)
           END-EVALUATE.
           WRITE LINEA-CONTROL-LOTE.

       TOTALIZAR-CONTROL-LOTE.
           MOVE ALL "-" TO LINEA-CONTROL-LOTE (1:110).
           WRITE LINEA-CONTROL-LOTE.
           MOVE SPACES TO LINEA-CONTROL-LOTE.
           STRING "LEIDAS " DELIMITED BY SIZE
                  CANT-LOTE-LEIDOS DELIMITED BY SIZE
                  "  CERRADAS " DELIMITED BY SIZE
                  CANT-LOTE-CERRADOS DELIMITED BY SIZE
                  "  PENDIENTES " DELIMITED BY SIZE
                  CANT-LOTE-PENDIENTES DELIMITED BY SIZE
                  "  RECHAZADAS " DELIMITED BY SIZE
                  CANT-LOTE-RECHAZADOS DELIMITED BY SIZE
                  "  YA CERRADAS " DELIMITED BY SIZE
                  CANT-LOTE-YA-CERRADOS DELIMITED BY SIZE
               INTO LINEA-CONTROL-LOTE
           END-STRING.
           WRITE LINEA-CONTROL-LOTE.
           MOVE WS-TOTAL-LOTE TO WS-IMPORTE-LOTE-ED.
           MOVE SPACES TO LINEA-CONTROL-LOTE.
           STRING "TOTAL CERRADO (CON IMPUESTO) " DELIMITED BY SIZE
                  WS-IMPORTE-LOTE-ED DELIMITED BY SIZE
               INTO LINEA-CONTROL-LOTE
           END-STRING.
           WRITE LINEA-CONTROL-LOTE.
