           RECORD KEY IS FER-FECHA OF REG-FERIADOS
           FILE STATUS IS FS-FERIADOS.

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

       DATA DIVISION.

       FILE SECTION.
           03 FER-FECHA        PIC 9(8).
           03 FER-DESCRIPCION  PIC X(30).

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

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
       01 FS-CHOFERES            PIC XX.
       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PRORROGA-ALQ".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.
       01 WS-SUP-DESCANSO        PIC X(20) VALUE "DESCANSO-OVERRIDE".
       01 WS-SUP-NIVEL           PIC 9 VALUE 3.
       01 WS-SUP-RESULTADO       PIC X.

       01 WS-DC-LEGAJO           PIC X(7).
       01 WS-DC-DESDE            PIC 9(8).
       01 WS-DC-HASTA            PIC 9(8).
       01 WS-DC-EXCLUIR          PIC X(14).
       01 WS-DC-RESULTADO        PIC X.
           88 DESCANSO-INSUFICIENTE  VALUE "R".
       01 WS-DC-CONFLICTO        PIC 9(8).
       01 WS-DC-MINUTOS          PIC 9(5).
       01 WS-DC-DESENLACE        PIC X.

       01 WS-CER-OP              PIC X.
       01 WS-CER-ENTIDAD         PIC X(10) VALUE "ALQUILERES".

       01 WS-CONFIRMA-IMPORTE    PIC X.
       01 WS-EXIT                PIC X.
       01 FS-ADICIONALES         PIC XX.
       01 FS-ADICIONALES-ALQ     PIC XX.
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-OCUPADOS        PIC 9(4).

       *>
       *> ADICIONALES ENTREGADOS del alquiler, para controlar el
       *> stock de los dias agregados antes de prorrogar.
       *>
       01 WS-ADICIONALES-ENTREGADOS.
           03 WS-ENTREGADO OCCURS 10 TIMES.
               05 WS-ENT-ITEM        PIC X(6).
               05 WS-ENT-CANTIDAD    PIC 99.
       01 WS-CANT-ENTREGADOS     PIC 99 VALUE 0.
       01 WS-IND-ENTREGADO       PIC 99.
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14).
       01 WS-CL-RESULTADO        PIC X.
           88 CHOFER-LIBRE           VALUE "D".

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
           ELSE
               MOVE "N" TO WS-FERIADOS-DISP
           END-IF.
           OPEN INPUT ADICIONALES-RND.
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
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-RND
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.

       *>
       *> PRORROGA: el cliente sigue con el mismo auto mas alla de
           PERFORM VALIDAR-TALLER-PRORROGA.
           PERFORM VALIDAR-SOLAPA-PRORROGA.
           PERFORM VALIDAR-CHOFER-PRORROGA.
           PERFORM VALIDAR-DESCANSO-PRORROGA.
           PERFORM VALIDAR-STOCK-PRORROGA.

       VALIDAR-TALLER-PRORROGA.
           IF PRORROGA-ES-VALIDA AND FSV-DISPONIBLE
               END-READ
           END-IF.

       *>
       *> DESCANSO ENTRE TURNOS: los dias agregados no pueden dejar
       *> al chofer sin las horas minimas de descanso contra otro
       *> alquiler que arranque al terminar este. Se controla desde
       *> el ultimo dia actual (para el paso al primer dia nuevo) y
       *> sin contar el propio alquiler; sin descanso hace falta un
       *> supervisor y el desenlace queda en el registro.
       *>
       VALIDAR-DESCANSO-PRORROGA.
           IF PRORROGA-ES-VALIDA
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO WS-DC-LEGAJO
               MOVE WS-HASTA-ORIGINAL TO WS-DC-DESDE
               MOVE WS-HASTA-NUEVA TO WS-DC-HASTA
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-DC-EXCLUIR
               CALL "descansochofer" USING WS-DC-LEGAJO, WS-DC-DESDE,
                   WS-DC-HASTA, WS-DC-EXCLUIR, WS-DC-RESULTADO,
                   WS-DC-CONFLICTO, WS-DC-MINUTOS
               IF DESCANSO-INSUFICIENTE
                   DISPLAY "CHOFER " WS-DC-LEGAJO " SIN DESCANSO "
                       "MINIMO ANTES DEL TURNO DEL " WS-DC-CONFLICTO
                       " (" WS-DC-MINUTOS " MINUTOS)"
                   DISPLAY "SE REQUIERE AUTORIZACION DE SUPERVISOR "
                       "(NIVEL 3)"
                   CALL "firmaoperador" USING WS-SUP-DESCANSO,
                       WS-SUP-NIVEL, WS-SUP-RESULTADO
                   IF WS-SUP-RESULTADO = "O"
                       MOVE "A" TO WS-DC-DESENLACE
                       DISPLAY "PRORROGA AUTORIZADA POR SUPERVISOR "
                           "SIN DESCANSO MINIMO"
                   ELSE
                       MOVE "R" TO WS-DC-DESENLACE
                       MOVE "N" TO WS-PRORROGA-VALIDA
                       DISPLAY "PRORROGA RECHAZADA: CHOFER SIN "
                           "DESCANSO MINIMO ENTRE TURNOS"
                   END-IF
                   CALL "registrodescanso" USING WS-SG-PROGRAMA,
                       WS-DC-LEGAJO, WS-PATENTE, WS-DC-DESDE,
                       WS-DC-HASTA, WS-DC-CONFLICTO, WS-DC-MINUTOS,
                       WS-DC-DESENLACE
               END-IF
           END-IF.

       *>
       *> los dias agregados se tarifan con la tarifa vigente a la
       *> fecha original del alquiler (se respeta el precio pactado)
                       WS-JR-DESPUES
                   DISPLAY "ALQUILER PRORROGADO HASTA "
                       WS-HASTA-NUEVA
                   PERFORM EXTENDER-ADICIONALES
                   PERFORM CORRER-RETIRO-DOMICILIO
           END-REWRITE.

       *>
       *> los items entregados siguen ocupando stock en los dias
       *> agregados: por cada uno se suman las unidades reservadas o
       *> entregadas de la sucursal en ese rango, como en el alta y
       *> en las reservas; si con las propias se pasa del stock del
       *> maestro la prorroga no se hace. El rango propio termina en
       *> la fecha hasta actual, asi que no se cuenta dos veces.
       *>
       VALIDAR-STOCK-PRORROGA.
           IF PRORROGA-ES-VALIDA AND ADICIONALES-DISPONIBLES
               PERFORM CARGAR-ADICIONALES-ENTREGADOS
               PERFORM VALIDAR-STOCK-ADICIONAL
                   VARYING WS-IND-ENTREGADO FROM 1 BY 1
                   UNTIL WS-IND-ENTREGADO > WS-CANT-ENTREGADOS
                   OR NOT PRORROGA-ES-VALIDA
           END-IF.

       CARGAR-ADICIONALES-ENTREGADOS.
           MOVE ZEROES TO WS-CANT-ENTREGADOS.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-ADI-REFERENCIA.
           MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ.
           START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
               AAL-CLAVE OF REG-ADICIONALES-ALQ
               INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
           END-START.
           IF FS-ADICIONALES-ALQ = "00"
               PERFORM LEER-ADICIONAL-ALQ
               PERFORM ANOTAR-ADICIONAL-ENTREGADO
                   UNTIL FS-ADICIONALES-ALQ <> "00"
                   OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "A"
                   OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                      WS-ADI-REFERENCIA
           END-IF.
           MOVE "00" TO FS-ADICIONALES-ALQ.

       ANOTAR-ADICIONAL-ENTREGADO.
           IF AAL-ENTREGADO AND WS-CANT-ENTREGADOS < 10
               ADD 1 TO WS-CANT-ENTREGADOS
               MOVE AAL-ITEM OF REG-ADICIONALES-ALQ TO
                   WS-ENT-ITEM (WS-CANT-ENTREGADOS)
               MOVE AAL-CANTIDAD OF REG-ADICIONALES-ALQ TO
                   WS-ENT-CANTIDAD (WS-CANT-ENTREGADOS)
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       VALIDAR-STOCK-ADICIONAL.
           MOVE WS-ENT-ITEM (WS-IND-ENTREGADO) TO
               ADI-CLAVE OF REG-ADICIONALES.
           READ ADICIONALES-RND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CONTAR-ADICIONALES-OCUPADOS
                   IF WS-ADI-OCUPADOS
                      + WS-ENT-CANTIDAD (WS-IND-ENTREGADO)
                      > ADI-STOCK OF REG-ADICIONALES
                       MOVE "N" TO WS-PRORROGA-VALIDA
                       DISPLAY "PRORROGA RECHAZADA: SIN STOCK DE "
                           ADI-DESCRIPCION OF REG-ADICIONALES
                           " EN LOS DIAS AGREGADOS: OCUPADOS "
                           WS-ADI-OCUPADOS " DE "
                           ADI-STOCK OF REG-ADICIONALES
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

       SUMAR-ADICIONAL-OCUPADO.
           IF (AAL-RESERVADO OR AAL-ENTREGADO)
              AND AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ <=
                  WS-HASTA-NUEVA
              AND AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ >=
                  WS-DESDE-ADICIONAL
               ADD AAL-CANTIDAD OF REG-ADICIONALES-ALQ TO
                   WS-ADI-OCUPADOS
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> ADICIONALES: los items entregados acompanian la prorroga;
       *> su rango se extiende a la nueva fecha para que el control
       *> de stock los siga viendo ocupados, y el cierre los cobra
       *> hasta la fecha hasta del alquiler.
       *>
       EXTENDER-ADICIONALES.
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
                   PERFORM EXTENDER-ADICIONAL
                       UNTIL FS-ADICIONALES-ALQ <> "00"
                       OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "A"
                       OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                          WS-ADI-REFERENCIA
               END-IF
               MOVE "00" TO FS-ADICIONALES-ALQ
           END-IF.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       EXTENDER-ADICIONAL.
           IF AAL-ENTREGADO
               MOVE WS-HASTA-NUEVA TO
                   AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ
               REWRITE REG-ADICIONALES-ALQ
               END-REWRITE
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> RETIRO EN DOMICILIO: si el alquiler tenia pedido el retiro
       *> del auto en la casa del cliente y todavia no se hizo, pasa
       *> a la nueva fecha hasta. El chofer se vuelve a validar como
       *> en CHOFERES-DISPONIBLES; si ese dia no esta libre, la orden
       *> queda sin chofer para reasignarla.
       *>
       CORRER-RETIRO-DOMICILIO.
           IF TRASLADOS-DISPONIBLES
               MOVE "A" TO TRS-ORIGEN OF REG-TRASLADOS
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   TRS-REFERENCIA OF REG-TRASLADOS
               MOVE "R" TO TRS-TIPO OF REG-TRASLADOS
               READ TRASLADOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TRASLADO-PENDIENTE
                           PERFORM CORRER-ORDEN-RETIRO
                       END-IF
               END-READ
           END-IF.

       CORRER-ORDEN-RETIRO.
           MOVE WS-HASTA-NUEVA TO TRS-FECHA OF REG-TRASLADOS.
           IF TRS-CHOFER OF REG-TRASLADOS NOT = SPACES
               MOVE TRS-CHOFER OF REG-TRASLADOS TO WS-CL-LEGAJO
               MOVE WS-HASTA-NUEVA TO WS-CL-FECHA
               MOVE TRS-TURNO OF REG-TRASLADOS TO WS-CL-TURNO
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-CL-EXCLUIR
               CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
                   WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO
               IF NOT CHOFER-LIBRE
                   DISPLAY "EL CHOFER DEL RETIRO NO ESTA LIBRE EL "
                       WS-HASTA-NUEVA ", QUEDA SIN ASIGNAR"
                   MOVE SPACES TO TRS-CHOFER OF REG-TRASLADOS
               END-IF
           END-IF.
           REWRITE REG-TRASLADOS
               INVALID KEY
                   DISPLAY "ERROR AL CORRER EL RETIRO EN DOMICILIO"
               NOT INVALID KEY
                   DISPLAY "RETIRO EN DOMICILIO PASADO AL "
                       WS-HASTA-NUEVA
           END-REWRITE.

       BUSCAR-TARIFA-ALQUILER.
