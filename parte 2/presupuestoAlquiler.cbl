           RECORD KEY IS FER-FECHA OF REG-FERIADOS
           FILE STATUS IS FS-FERIADOS.

       SELECT ZONAS-RND
           ASSIGN TO DISK "Entrada/indexados/zonas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZON-CLAVE OF REG-ZONAS
           FILE STATUS IS FS-ZONAS.

       SELECT PRESUP-TRASLADOS-RND
           ASSIGN TO DISK "Entrada/indexados/presupuestosTraslado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PTR-NUMERO OF REG-PRESUP-TRASLADOS
           FILE STATUS IS FS-PRESUP-TRASLADOS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       DATA DIVISION.

       FILE SECTION.
           03 FER-FECHA        PIC 9(8).
           03 FER-DESCRIPCION  PIC X(30).

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

       FD PRESUP-TRASLADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PRESUP-TRASLADOS.
           03 PTR-NUMERO           PIC 9(8).
           03 PTR-SUCURSAL         PIC X(2).
           03 PTR-ZONA-ENTREGA     PIC X(3).
           03 PTR-CARGO-ENTREGA    PIC 9(5)V99.
           03 PTR-ZONA-RETIRO      PIC X(3).
           03 PTR-CARGO-RETIRO     PIC 9(5)V99.

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

       WORKING-STORAGE SECTION.
       01 FS-PRESUPUESTOS        PIC XX.
           88 NO-EXISTE-PRESUP       VALUE "35".
       01 FS-FERIADOS            PIC XX.
       01 WS-FERIADOS-DISP       PIC X VALUE "N".
           88 FERIADOS-DISPONIBLES   VALUE "S".
       01 FS-ZONAS               PIC XX.
       01 WS-ZONAS-DISP          PIC X VALUE "N".
           88 ZONAS-DISPONIBLES      VALUE "S".
       01 FS-PRESUP-TRASLADOS    PIC XX.
           88 NO-EXISTE-PRESUP-TRS   VALUE "35".

       01 FS-CHOFERES            PIC XX.
       01 WS-CHOFERES-DISP       PIC X VALUE "N".
           88 CHOFERES-DISPONIBLES   VALUE "S".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PRESUPUESTO-ALQ".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-VALIDEZ-DIAS        PIC 9(3) VALUE 7.
       01 WS-DIA-SUMADO          PIC 9(3).

       01 WS-HAY-DISPONIBILIDAD  PIC X.
           88 HAY-DISPONIBILIDAD     VALUE "S".
       01 WS-CHOFER-HALLADO      PIC X.
           88 CHOFER-HALLADO         VALUE "S".
       01 WS-PATENTE-CUALQUIERA  PIC X(6) VALUE SPACES.
       01 WS-VL-RESULTADO        PIC X.
       01 WS-VL-LIBRES           PIC 9(4).
       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14) VALUE SPACES.
       01 WS-CL-RESULTADO        PIC X.
       01 WS-DP-PROGRAMA         PIC X(20) VALUE "PRESUPUESTO-ALQ".
       01 WS-DP-MOTIVO           PIC X(2).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-RECARGO-IMPORTE     PIC 9(8)V99.
       01 WS-PRECIO-TARIFA       PIC 9(8)V99.

       01 WS-SUCURSAL            PIC X(2) VALUE "01".
       01 WS-ZONA-ENTREGA        PIC X(3).
       01 WS-ZONA-RETIRO         PIC X(3).
       01 WS-CARGO-ENTREGA       PIC 9(5)V99.
       01 WS-CARGO-RETIRO        PIC 9(5)V99.
       01 WS-CARGO-TRASLADOS     PIC 9(6)V99.
       01 WS-ZONAS-VALIDAS       PIC X.
           88 ZONAS-VALIDAS          VALUE "S".

       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           ACCEPT WS-SUCURSAL FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL
           END-ACCEPT.
           IF WS-SUCURSAL = SPACES
               MOVE "01" TO WS-SUCURSAL
           END-IF.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM COTIZAR-ALQUILER.
           ELSE
               MOVE "N" TO WS-FERIADOS-DISP
           END-IF.
           OPEN INPUT ZONAS-RND.
           IF FS-ZONAS = "00"
               MOVE "S" TO WS-ZONAS-DISP
           ELSE
               MOVE "N" TO WS-ZONAS-DISP
           END-IF.
           OPEN I-O PRESUP-TRASLADOS-RND.
           IF NO-EXISTE-PRESUP-TRS
               OPEN OUTPUT PRESUP-TRASLADOS-RND
               CLOSE PRESUP-TRASLADOS-RND
               OPEN I-O PRESUP-TRASLADOS-RND
           END-IF.
           IF FS-PRESUP-TRASLADOS <> "00"
               DISPLAY "ERROR AL ABRIR PRESUPUESTOS DE TRASLADO, FS="
                   FS-PRESUP-TRASLADOS
               STOP RUN
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES = "00"
               MOVE "S" TO WS-CHOFERES-DISP
           ELSE
               MOVE "N" TO WS-CHOFERES-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PRESUPUESTOS-RND.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.
           IF ZONAS-DISPONIBLES
               CLOSE ZONAS-RND
           END-IF.
           CLOSE PRESUP-TRASLADOS-RND.
           IF CHOFERES-DISPONIBLES
               CLOSE CHOFERES-RND
           END-IF.

       *>
       *> PRESUPUESTO EN FIRME: corre el mismo calculo de precio que
       *> sale de su propio talonario y la cotizacion queda grabada
       *> con vencimiento. MANTENIMIENTO-RESERVAS puede tomar una
       *> reserva directo desde el numero de presupuesto vigente.
       *> La entrega y el retiro en domicilio se cotizan aparte, al
       *> cargo de zona de la sucursal, y suman al impuesto y al
       *> total pero no a PRE-IMPORTE, que sigue siendo el precio
       *> del vehiculo que se traslada a la reserva.
       *>
       COTIZAR-ALQUILER.
           DISPLAY "CATEGORIA: ".
           END-IF.
           DISPLAY "KM ESTIMADOS: ".
           ACCEPT WS-KM-ESTIMADOS.
           PERFORM COTIZAR-TRASLADOS.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO, NO SE COTIZA"
           ELSE IF NOT ZONAS-VALIDAS
               DISPLAY "ZONA INEXISTENTE O DADA DE BAJA EN LA "
                   "SUCURSAL " WS-SUCURSAL ", NO SE COTIZA"
           ELSE
               PERFORM VERIFICAR-DISPONIBILIDAD
               IF HAY-DISPONIBILIDAD
                   PERFORM BUSCAR-TARIFA-VIGENTE
                   IF TARIFA-HALLADA
                       PERFORM CALCULAR-PRECIO
                       PERFORM GRABAR-PRESUPUESTO
                   ELSE
                       DISPLAY "SIN TARIFA VIGENTE PARA ESA "
                           "CATEGORIA Y TURNO, NO SE COTIZA"
                   END-IF
               END-IF
           END-IF
           END-IF.

       *>
       *> DISPONIBILIDAD: no se cotiza lo que no se puede entregar.
       *> Tiene que quedar un vehiculo libre de la categoria en todo
       *> el rango y un chofer de la sucursal en plantel y libre en
       *> el turno pedido el dia de salida. El pedido que no se
       *> cotiza queda en el registro de demanda perdida.
       *>
       VERIFICAR-DISPONIBILIDAD.
           MOVE "S" TO WS-HAY-DISPONIBILIDAD.
           MOVE SPACES TO WS-DP-MOTIVO.
           CALL "vehiculolibre" USING WS-CATEGORIA,
               WS-PATENTE-CUALQUIERA, WS-FECHA-DESDE, WS-FECHA-HASTA,
               WS-VL-RESULTADO, WS-VL-LIBRES.
           EVALUATE WS-VL-RESULTADO
               WHEN "T"
                   MOVE "TA" TO WS-DP-MOTIVO
                   DISPLAY "VEHICULOS DE LA CATEGORIA EN TALLER EN "
                       "EL RANGO, NO SE COTIZA"
               WHEN "O"
                   MOVE "SV" TO WS-DP-MOTIVO
                   DISPLAY "SIN VEHICULO LIBRE DE LA CATEGORIA EN "
                       "EL RANGO, NO SE COTIZA"
               WHEN OTHER
                   IF CHOFERES-DISPONIBLES
                       PERFORM BUSCAR-CHOFER-LIBRE
                       IF NOT CHOFER-HALLADO
                           MOVE "SC" TO WS-DP-MOTIVO
                           DISPLAY "SIN CHOFER LIBRE EN EL TURNO "
                               WS-TURNO " EL " WS-FECHA-DESDE
                               ", NO SE COTIZA"
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-DP-MOTIVO NOT = SPACES
               MOVE "N" TO WS-HAY-DISPONIBILIDAD
               CALL "demandaperdida" USING WS-DP-PROGRAMA,
                   WS-SUCURSAL, WS-CATEGORIA, WS-TURNO,
                   WS-FECHA-DESDE, WS-FECHA-HASTA, WS-DP-MOTIVO
           END-IF.

       BUSCAR-CHOFER-LIBRE.
           MOVE "N" TO WS-CHOFER-HALLADO.
           MOVE LOW-VALUES TO CHO-CLAVE OF REG-CHOFERES-RND.
           START CHOFERES-RND KEY IS NOT LESS THAN
               CHO-CLAVE OF REG-CHOFERES-RND
               INVALID KEY MOVE "10" TO FS-CHOFERES
           END-START.
           IF FS-CHOFERES = "00"
               PERFORM LEER-CHOFER
               PERFORM EXAMINAR-CHOFER
                   UNTIL FS-CHOFERES <> "00"
                   OR CHOFER-HALLADO
           END-IF.
           MOVE "00" TO FS-CHOFERES.

       LEER-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       EXAMINAR-CHOFER.
           IF CHO-SUCURSAL OF REG-CHOFERES-RND = WS-SUCURSAL
              AND CHO-TURNO OF REG-CHOFERES-RND = WS-TURNO
              AND CHO-FECHA-DESDE OF REG-CHOFERES-RND <=
                  WS-FECHA-DESDE
              AND CHO-FECHA-HASTA OF REG-CHOFERES-RND >=
                  WS-FECHA-DESDE
               MOVE CHO-NRO-LEGAJO OF REG-CHOFERES-RND TO
                   WS-CL-LEGAJO
               MOVE WS-FECHA-DESDE TO WS-CL-FECHA
               MOVE WS-TURNO TO WS-CL-TURNO
               CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
                   WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO
               IF WS-CL-RESULTADO = "D"
                   MOVE "S" TO WS-CHOFER-HALLADO
               END-IF
           END-IF.
           IF NOT CHOFER-HALLADO
               PERFORM LEER-CHOFER
           END-IF.

       COTIZAR-TRASLADOS.
           MOVE "S" TO WS-ZONAS-VALIDAS.
           MOVE ZEROES TO WS-CARGO-ENTREGA.
           MOVE ZEROES TO WS-CARGO-RETIRO.
           MOVE SPACES TO WS-ZONA-ENTREGA.
           MOVE SPACES TO WS-ZONA-RETIRO.
           IF ZONAS-DISPONIBLES
               DISPLAY "ZONA DE ENTREGA (ENTER SI RETIRA EN "
                   "MOSTRADOR): "
               ACCEPT WS-ZONA-ENTREGA
               IF WS-ZONA-ENTREGA NOT = SPACES
                   MOVE WS-ZONA-ENTREGA TO ZON-CODIGO OF REG-ZONAS
                   PERFORM LEER-ZONA
                   IF ZONAS-VALIDAS
                       MOVE ZON-CARGO-ENTREGA OF REG-ZONAS TO
                           WS-CARGO-ENTREGA
                       DISPLAY "CARGO POR ENTREGA EN DOMICILIO: "
                           WS-CARGO-ENTREGA
                   END-IF
               END-IF
               DISPLAY "ZONA DE RETIRO (ENTER SI DEVUELVE EN "
                   "MOSTRADOR): "
               ACCEPT WS-ZONA-RETIRO
               IF WS-ZONA-RETIRO NOT = SPACES AND ZONAS-VALIDAS
                   MOVE WS-ZONA-RETIRO TO ZON-CODIGO OF REG-ZONAS
                   PERFORM LEER-ZONA
                   IF ZONAS-VALIDAS
                       MOVE ZON-CARGO-RETIRO OF REG-ZONAS TO
                           WS-CARGO-RETIRO
                       DISPLAY "CARGO POR RETIRO EN DOMICILIO: "
                           WS-CARGO-RETIRO
                   END-IF
               END-IF
           END-IF.
           ADD WS-CARGO-ENTREGA WS-CARGO-RETIRO
               GIVING WS-CARGO-TRASLADOS.

       LEER-ZONA.
           MOVE WS-SUCURSAL TO ZON-SUCURSAL OF REG-ZONAS.
           READ ZONAS-RND
               INVALID KEY
                   MOVE "N" TO WS-ZONAS-VALIDAS
               NOT INVALID KEY
                   IF NOT ZONA-ACTIVA
                       MOVE "N" TO WS-ZONAS-VALIDAS
                   END-IF
           END-READ.

       BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE WS-KM-ESTIMADOS TO
               PRE-KM-ESTIMADOS OF REG-PRESUPUESTOS.
           MOVE WS-PRECIO-TARIFA TO PRE-IMPORTE OF REG-PRESUPUESTOS.
           COMPUTE WS-IMPUESTO-CALC =
               (WS-PRECIO-TARIFA + WS-CARGO-TRASLADOS)
               * WS-ALICUOTA-IMPUESTO.
           MOVE WS-IMPUESTO-CALC TO
               PRE-IMPUESTO OF REG-PRESUPUESTOS.
           ADD PRE-IMPORTE OF REG-PRESUPUESTOS
               WS-CARGO-TRASLADOS
               PRE-IMPUESTO OF REG-PRESUPUESTOS
               GIVING PRE-TOTAL OF REG-PRESUPUESTOS.
           MOVE "A" TO PRE-ESTADO OF REG-PRESUPUESTOS.
                       " TOTAL " PRE-TOTAL OF REG-PRESUPUESTOS
                       " VALIDO HASTA "
                       PRE-VALIDEZ-HASTA OF REG-PRESUPUESTOS
                   IF WS-CARGO-TRASLADOS > ZEROES
                       PERFORM GRABAR-PRESUPUESTO-TRASLADOS
                   END-IF
           END-WRITE.

       *>
       *> TRASLADOS COTIZADOS: quedan al costado del presupuesto, con
       *> el mismo numero, para que la orden de traslado se tome a lo
       *> cotizado.
       *>
       GRABAR-PRESUPUESTO-TRASLADOS.
           MOVE WS-NUMERO-PRE TO PTR-NUMERO OF REG-PRESUP-TRASLADOS.
           MOVE WS-SUCURSAL TO PTR-SUCURSAL OF REG-PRESUP-TRASLADOS.
           MOVE WS-ZONA-ENTREGA TO
               PTR-ZONA-ENTREGA OF REG-PRESUP-TRASLADOS.
           MOVE WS-CARGO-ENTREGA TO
               PTR-CARGO-ENTREGA OF REG-PRESUP-TRASLADOS.
           MOVE WS-ZONA-RETIRO TO
               PTR-ZONA-RETIRO OF REG-PRESUP-TRASLADOS.
           MOVE WS-CARGO-RETIRO TO
               PTR-CARGO-RETIRO OF REG-PRESUP-TRASLADOS.
           WRITE REG-PRESUP-TRASLADOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LOS TRASLADOS DEL "
                       "PRESUPUESTO, FS=" FS-PRESUP-TRASLADOS
               NOT INVALID KEY
                   DISPLAY "INCLUYE TRASLADOS A DOMICILIO POR "
                       WS-CARGO-TRASLADOS
           END-WRITE.

       *>
