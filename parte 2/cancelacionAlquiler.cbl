           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-FACTURAS.

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

       DATA DIVISION.

       FILE SECTION.
       01 REG-CONTROL-FACTURAS.
           03 CTL-PROXIMO-NUMERO PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
       01 FS-CANCELACIONES       PIC XX.
       01 WS-FACTURA-HALLADA     PIC X.
           88 FACTURA-HALLADA        VALUE "S".
       01 WS-NUMERO-NOTA         PIC 9(8).

       01 FS-PUNTOS              PIC XX.
           88 NO-EXISTE-PUNTOS       VALUE "35".
       01 FS-CONTROL-PUNTOS      PIC XX.
       01 WS-PUNTOS-DISP         PIC X VALUE "N".
           88 PUNTOS-DISPONIBLES     VALUE "S".
       01 WS-PTS-CLIENTE         PIC X(8).
       01 WS-PTS-FECHA-HOY       PIC 9(8).
       01 WS-PTS-A-CONSUMIR      PIC 9(7).
       01 WS-PTS-CONSUMIDOS      PIC 9(7).
       01 WS-PTS-TOMADOS         PIC 9(7).
       01 WS-PTS-NUMERO          PIC 9(8).
       01 WS-PTS-ANULAR          PIC 9(7).
       01 WS-PTS-RETIRADOS       PIC 9(7).
       01 WS-PTS-DEVOLVER        PIC 9(7).
       01 WS-PTS-IMPORTE-DEV     PIC 9(9)V99.
       01 WS-MESES-PUNTOS        PIC 9(3) VALUE 12.
       01 WS-PTS-VENCE           PIC 9(8).
       01 WS-PTS-VENCE-RED REDEFINES WS-PTS-VENCE.
           03 WS-PTS-VENCE-AAAA  PIC 9(4).
           03 WS-PTS-VENCE-MM    PIC 9(2).
           03 WS-PTS-VENCE-DD    PIC 9(2).
       01 WS-PTS-MESES-AUX       PIC 9(6).
       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-EXIT                PIC X.
       01 FS-ADICIONALES-ALQ     PIC XX.
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       01 WS-ADI-ORIGEN          PIC X.
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-ESTADO          PIC X.
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
               STOP RUN
           END-IF.
           OPEN I-O FACTURAS-RND.
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
           OPEN I-O ADICIONALES-ALQ-RND.
           IF FS-ADICIONALES-ALQ = "00"
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
           IF FS-FACTURAS = "00"
               CLOSE FACTURAS-RND
           END-IF.
           IF PUNTOS-DISPONIBLES
               CLOSE PUNTOS-RND
           END-IF.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.

       *>
       *> CANCELACION: el registro no se borra ni se cierra con un
           ELSE
               MOVE ZEROES TO WS-NUMERO-NOTA
           END-IF.
           PERFORM ANULAR-PUNTOS-ALQUILER.
           IF NOT ALQ-CERRADO
               PERFORM LIBERAR-ADICIONALES-ALQUILER
               PERFORM ANULAR-TRASLADOS-ALQUILER
           END-IF.
           MOVE REG-ALQUILERES-RND TO WS-JR-ANTES.
           MOVE "X" TO ALQ-ESTADO OF REG-ALQUILERES-RND.
           REWRITE REG-ALQUILERES-RND
           END-WRITE.
           DISPLAY "ALQUILER CANCELADO, MOTIVO " WS-MOTIVO.

       *>
       *> ADICIONALES: los items entregados con un alquiler que se
       *> cancela abierto se anulan sin cargo y vuelven al stock
       *> disponible. En un alquiler cerrado el cargo ya esta en la
       *> factura que la nota de credito revierte.
       *>
       LIBERAR-ADICIONALES-ALQUILER.
           IF ADICIONALES-DISPONIBLES
               MOVE "A" TO WS-ADI-ORIGEN
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-ADI-REFERENCIA
               MOVE "E" TO WS-ADI-ESTADO-ANT
               MOVE "X" TO WS-ADI-ESTADO
               PERFORM CAMBIAR-ESTADO-ADICIONALES
               IF WS-ADI-CAMBIADOS > ZEROES
                   DISPLAY "ADICIONALES ANULADOS: " WS-ADI-CAMBIADOS
                       ", RETIRARLOS DEL CLIENTE"
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
       *> las entregas y retiros en domicilio que todavia no se
       *> hicieron se anulan con el alquiler.
       *>
       ANULAR-TRASLADOS-ALQUILER.
           IF TRASLADOS-DISPONIBLES
               MOVE "A" TO WS-TRS-ORIGEN
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-TRS-REFERENCIA
               MOVE "P" TO WS-TRS-ESTADO-ANT
               MOVE "X" TO WS-TRS-ESTADO
               PERFORM CAMBIAR-ESTADO-TRASLADOS
               IF WS-TRS-CAMBIADOS > ZEROES
                   DISPLAY "TRASLADOS A DOMICILIO ANULADOS: "
                       WS-TRS-CAMBIADOS
               END-IF
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

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       *>
       *> PUNTOS: la cancelacion de un alquiler ya cerrado retira
       *> los puntos que su cierre habia acreditado. Salen primero de lo
       *> que queda de esa acreditacion y, si el cliente ya los
       *> uso, de sus otras acreditaciones vigentes; lo que no
       *> alcance se informa y queda asentado solo lo retirado. Los
       *> puntos que se habian canjeado en el alta de ese alquiler
       *> vuelven al cliente como una acreditacion nueva.
       *>
       ANULAR-PUNTOS-ALQUILER.
           IF PUNTOS-DISPONIBLES
               MOVE WS-FECHA-CANCEL TO WS-PTS-FECHA-HOY
               MOVE ZEROES TO WS-PTS-ANULAR
               MOVE ZEROES TO WS-PTS-RETIRADOS
               MOVE ZEROES TO WS-PTS-DEVOLVER
               MOVE ZEROES TO WS-PTS-IMPORTE-DEV
               MOVE SPACES TO WS-PTS-CLIENTE
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   PTS-REFERENCIA OF REG-PUNTOS
               START PUNTOS-RND KEY IS EQUAL TO
                   PTS-REFERENCIA OF REG-PUNTOS
                   INVALID KEY MOVE "10" TO FS-PUNTOS
               END-START
               IF FS-PUNTOS = "00"
                   PERFORM LEER-PUNTOS
                   PERFORM RETIRAR-DE-ACREDITACION
                       UNTIL FS-PUNTOS <> "00"
                       OR PTS-REFERENCIA OF REG-PUNTOS <>
                          ALQ-CLAVE OF REG-ALQUILERES-RND
               END-IF
               MOVE "00" TO FS-PUNTOS
               IF WS-PTS-ANULAR > WS-PTS-RETIRADOS
                   COMPUTE WS-PTS-A-CONSUMIR =
                       WS-PTS-ANULAR - WS-PTS-RETIRADOS
                   PERFORM CONSUMIR-PUNTOS
                   ADD WS-PTS-CONSUMIDOS TO WS-PTS-RETIRADOS
               END-IF
               IF WS-PTS-ANULAR > ZEROES
                   PERFORM GRABAR-PUNTOS-ANULADOS
               END-IF
               IF WS-PTS-DEVOLVER > ZEROES
                   PERFORM GRABAR-PUNTOS-DEVUELTOS
               END-IF
           END-IF.

       RETIRAR-DE-ACREDITACION.
           IF PUNTOS-GANADOS
               MOVE PTS-CLI-NUMERO OF REG-PUNTOS TO WS-PTS-CLIENTE
               ADD PTS-PUNTOS OF REG-PUNTOS TO WS-PTS-ANULAR
               MOVE PTS-SALDO OF REG-PUNTOS TO WS-PTS-TOMADOS
               MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS
               REWRITE REG-PUNTOS
                   INVALID KEY
                       DISPLAY "ERROR AL RETIRAR PUNTOS DEL "
                           "MOVIMIENTO " PTS-NUMERO OF REG-PUNTOS
                   NOT INVALID KEY
                       ADD WS-PTS-TOMADOS TO WS-PTS-RETIRADOS
               END-REWRITE
           END-IF.
           IF PUNTOS-CANJEADOS
               MOVE PTS-CLI-NUMERO OF REG-PUNTOS TO WS-PTS-CLIENTE
               ADD PTS-PUNTOS OF REG-PUNTOS TO WS-PTS-DEVOLVER
               ADD PTS-IMPORTE OF REG-PUNTOS TO WS-PTS-IMPORTE-DEV
           END-IF.
           PERFORM LEER-PUNTOS.

       GRABAR-PUNTOS-ANULADOS.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS.
           MOVE "A" TO PTS-TIPO OF REG-PUNTOS.
           MOVE WS-PTS-RETIRADOS TO PTS-PUNTOS OF REG-PUNTOS.
           MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS.
           MOVE ZEROES TO PTS-VENCIMIENTO OF REG-PUNTOS.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
               PTS-REFERENCIA OF REG-PUNTOS.
           MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
               PTS-IMPORTE OF REG-PUNTOS.
           PERFORM GRABAR-MOVIMIENTO-PUNTOS.
           DISPLAY "PUNTOS RETIRADOS AL CLIENTE: " WS-PTS-RETIRADOS.
           IF WS-PTS-RETIRADOS < WS-PTS-ANULAR
               DISPLAY "AVISO: EL CLIENTE YA HABIA USADO O PERDIDO "
                   "PARTE DE LOS PUNTOS, QUEDAN SIN RETIRAR "
                   WS-PTS-ANULAR " - " WS-PTS-RETIRADOS
           END-IF.

       GRABAR-PUNTOS-DEVUELTOS.
           MOVE WS-PTS-FECHA-HOY TO WS-PV-FECHA.
           MOVE "VENCE-PUNTOS" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-MESES-PUNTOS
           END-IF.
           PERFORM CALCULAR-VENCE-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS.
           MOVE "D" TO PTS-TIPO OF REG-PUNTOS.
           MOVE WS-PTS-DEVOLVER TO PTS-PUNTOS OF REG-PUNTOS.
           MOVE WS-PTS-DEVOLVER TO PTS-SALDO OF REG-PUNTOS.
           MOVE WS-PTS-VENCE TO PTS-VENCIMIENTO OF REG-PUNTOS.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
               PTS-REFERENCIA OF REG-PUNTOS.
           MOVE WS-PTS-IMPORTE-DEV TO PTS-IMPORTE OF REG-PUNTOS.
           PERFORM GRABAR-MOVIMIENTO-PUNTOS.
           DISPLAY "PUNTOS CANJEADOS DEVUELTOS AL CLIENTE: "
               WS-PTS-DEVOLVER.

       LEER-PUNTOS.
           READ PUNTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PUNTOS
           END-READ.

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

       *>
       *> busca la factura original del alquiler (tipo "F" con la
       *> misma patente y fecha) y emite la nota de credito "N" por
