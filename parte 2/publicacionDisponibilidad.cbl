       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLICACION-DISPONIBILIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEHICULOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-SEQ
           FILE STATUS IS FS-VEHICULOS.

       SELECT FUERA-SERVICIO-RND
           ASSIGN TO DISK "Entrada/indexados/fueraServicio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSV-CLAVE OF REG-FUERA-SERVICIO
           FILE STATUS IS FS-FUERA-SERVICIO.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT DEVOLUCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/devoluciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEV-CLAVE OF REG-DEVOLUCIONES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT RESERVAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-SEQ
           FILE STATUS IS FS-RESERVAS.

       SELECT RESERVAS-CANAL-RND
           ASSIGN TO DISK "Entrada/indexados/reservasCanales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-CLAVE OF REG-RESERVAS-CANAL
           ALTERNATE RECORD KEY IS RCN-RES-NUMERO OF
              REG-RESERVAS-CANAL
           FILE STATUS IS FS-RESERVAS-CANAL.

       SELECT TARIFAS-RND
           ASSIGN TO DISK "Entrada/indexados/tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS-RND
           FILE STATUS IS FS-TARIFAS.

       SELECT FERIADOS-RND
           ASSIGN TO DISK "Entrada/indexados/feriados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FER-FECHA OF REG-FERIADOS
           FILE STATUS IS FS-FERIADOS.

       SELECT ORDEN-DISPONIBILIDAD
           ASSIGN TO DISK "Entrada/indexados/disponibilidad.wrk".

       SELECT PUBLICACION-CANALES
           ASSIGN TO DISK "Salida/disponibilidadCanales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PUBLICACION.

       DATA DIVISION.

       FILE SECTION.

       FD VEHICULOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-VEHICULOS-SEQ.
           03  VEH-PATENTE     PIC X(6).
           03  VEH-MARCA       PIC X(15).
           03  VEH-MODELO      PIC X(15).
           03  VEH-CATEGORIA   PIC X(2).
           03  VEH-ALTA-FLOTA  PIC 9(8).
           03  VEH-ESTADO      PIC X.
           03  VEH-KM-ACTUAL   PIC 9(7).

       FD FUERA-SERVICIO-RND
           LABEL RECORD IS STANDARD.
       01 REG-FUERA-SERVICIO.
           03 FSV-CLAVE.
               05  FSV-PATENTE PIC X(6).
               05  FSV-DESDE   PIC 9(8).
           03 FSV-HASTA        PIC 9(8).
           03 FSV-MOTIVO       PIC X.

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

       FD DEVOLUCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCIONES.
           03 DEV-CLAVE.
               05  DEV-PATENTE PIC X(6).
               05  DEV-FECHA   PIC 9(8).
           03 DEV-SUCURSAL     PIC X(2).
           03 DEV-ESTADO       PIC X.

       FD RESERVAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-SEQ.
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

       FD RESERVAS-CANAL-RND
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-CANAL.
           03 RCN-CLAVE.
               05  RCN-CANAL       PIC X(3).
               05  RCN-REFERENCIA  PIC X(20).
           03 RCN-RES-NUMERO       PIC X(8).
           03 RCN-SUCURSAL         PIC X(2).
           03 RCN-TURNO            PIC X.
           03 RCN-FECHA-ALTA       PIC 9(8).
           03 RCN-IMPORTE-CANAL    PIC 9(7)V99.

       FD TARIFAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS-RND.
           03 TAR-CLAVE.
               05  TAR-CATEGORIA       PIC X(2).
               05  TAR-TURNO           PIC X.
               05  TAR-VIGENCIA-DESDE  PIC 9(8).
           03 TAR-VIGENCIA-HASTA       PIC 9(8).
           03 TAR-TARIFA-DIARIA        PIC 9(5)V99.
           03 TAR-TARIFA-KM            PIC 9(3)V99.

       FD FERIADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA        PIC 9(8).
           03 FER-DESCRIPCION  PIC X(30).

       *>
       *> cada vehiculo libre aporta una unidad por dia en su
       *> sucursal y cada reserva viva por categoria descuenta una;
       *> ordenadas por sucursal, categoria y fecha, el corte da el
       *> saldo que se publica.
       *>
       SD ORDEN-DISPONIBILIDAD.
       01 REG-ORDEN-DISPONIBILIDAD.
           03 ODI-CLAVE.
               05 ODI-SUCURSAL     PIC X(2).
               05 ODI-CATEGORIA    PIC X(2).
               05 ODI-FECHA        PIC 9(8).
           03 ODI-UNIDADES         PIC S9(3).

       *>
       *> PUBLICACION PARA CANALES: registro fijo sin separadores,
       *> un renglon por sucursal, categoria y fecha con las
       *> unidades que quedan libres y la diaria de cada turno ya
       *> recargada si el dia es fin de semana o feriado (la misma
       *> que cobra el alta). Tarifa en cero: no hay tarifa vigente
       *> para ese turno y no se vende. Una combinacion que no
       *> figura no tiene unidades libres.
       *>
       FD PUBLICACION-CANALES
           LABEL RECORD IS STANDARD.
       01 REG-PUBLICACION.
           03 DCN-SUCURSAL         PIC X(2).
           03 DCN-CATEGORIA        PIC X(2).
           03 DCN-FECHA            PIC 9(8).
           03 DCN-UNIDADES         PIC 9(4).
           03 DCN-RECARGADO        PIC X.
           03 DCN-TARIFA-M         PIC 9(5)V99.
           03 DCN-TARIFA-T         PIC 9(5)V99.
           03 DCN-TARIFA-N         PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 FS-VEHICULOS           PIC XX.
           88 EOF-VEHICULOS          VALUE "10".
       01 FS-FUERA-SERVICIO      PIC XX.
       01 WS-FSV-DISPONIBLE      PIC X VALUE "N".
           88 FSV-DISPONIBLE         VALUE "S".
       01 FS-ALQUILERES          PIC XX.
       01 FS-DEVOLUCIONES        PIC XX.
       01 WS-DEV-DISPONIBLES     PIC X VALUE "N".
           88 DEV-DISPONIBLES        VALUE "S".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 WS-RESERVAS-DISP       PIC X VALUE "N".
           88 RESERVAS-DISPONIBLES   VALUE "S".
       01 FS-RESERVAS-CANAL      PIC XX.
       01 WS-CANALES-DISP        PIC X VALUE "N".
           88 CANALES-DISPONIBLES    VALUE "S".
       01 FS-TARIFAS             PIC XX.
       01 FS-FERIADOS            PIC XX.
       01 WS-FERIADOS-DISP       PIC X VALUE "N".
           88 FERIADOS-DISPONIBLES   VALUE "S".
       01 FS-PUBLICACION         PIC XX.
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PUBLIC-DISPON".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-RECARGO-FDS         PIC 9(3)V99 VALUE ZEROES.
       01 WS-DIAS-MAXIMO         PIC 9(3) VALUE 60.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-FECHA-DESDE         PIC 9(8).
       01 WS-FECHA-HASTA         PIC 9(8).
       01 WS-FECHA-CONSULTA      PIC 9(8).
       01 WS-DIAS-PEDIDOS        PIC 9(4).
       01 WS-SUCURSAL-BASE       PIC X(2) VALUE "01".

       01 WS-VEH-EN-TALLER       PIC X.
           88 VEH-EN-TALLER          VALUE "S".
       01 WS-VEH-OCUPADO         PIC X.
           88 VEH-OCUPADO            VALUE "S".
       01 WS-ALQUILADO-HOY       PIC X.
           88 ALQUILADO-HOY          VALUE "S".
       01 WS-SUC-DESTINO         PIC X(2).
       01 WS-ULT-CIERRE-FECHA    PIC 9(8).
       01 WS-ULT-CIERRE-SUC      PIC X(2).
       01 WS-ULT-CIERRE-CLAVE.
           03 WS-UC-PATENTE      PIC X(6).
           03 WS-UC-FECHA        PIC 9(8).
       01 WS-SUC-ACTUAL          PIC X(2).

       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 WS-CLAVE-ANT.
           03 WS-SUCURSAL-ANT    PIC X(2).
           03 WS-CATEGORIA-ANT   PIC X(2).
           03 WS-FECHA-ANT       PIC 9(8).
       01 WS-SALDO-UNIDADES      PIC S9(5).

       01 WS-CATEGORIA           PIC X(2).
       01 WS-TURNO               PIC X.
       01 WS-TARIFA-HALLADA      PIC X VALUE "N".
           88 TARIFA-HALLADA         VALUE "S".
       01 WS-TARIFA-DIARIA-VIG   PIC 9(5)V99.
       01 WS-DIAS-RECARGO        PIC 9(4).
       01 WS-DIA-ES-RECARGADO    PIC X.
       01 WS-PRECIO-TURNO        PIC 9(5)V99.

       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           03 WS-CUR-MM          PIC 9(2).
           03 WS-CUR-DD          PIC 9(2).
       01 WS-CUR-DIAS-MES        PIC 99.
       01 WS-CUR-RESTO-AUX       PIC 9(6).
       01 WS-CUR-RESTO-400       PIC 999.
       01 WS-CUR-RESTO-100       PIC 999.
       01 WS-CUR-RESTO-4         PIC 9.
       01 WS-ZEL-AAAA            PIC 9(4).
       01 WS-ZEL-MM              PIC 9(2).
       01 WS-ZEL-SIGLO           PIC 9(2).
       01 WS-ZEL-ANIO            PIC 9(2).
       01 WS-ZEL-AUX             PIC 9(6).
       01 WS-ZEL-TERMINO-M       PIC 9(4).
       01 WS-ZEL-K4              PIC 9(2).
       01 WS-ZEL-J4              PIC 9(2).
       01 WS-ZEL-H               PIC 9(2).
       01 WS-DIA-SEMANA          PIC 9.

       01 CANT-VEHICULOS         PIC 9(7) VALUE ZEROES.
       01 CANT-RESERVAS          PIC 9(7) VALUE ZEROES.
       01 CANT-RENGLONES         PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           ACCEPT WS-SUCURSAL-BASE FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL-BASE
           END-ACCEPT.
           IF WS-SUCURSAL-BASE = SPACES
               MOVE "01" TO WS-SUCURSAL-BASE
           END-IF.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "FECHA DESDE A PUBLICAR (AAAAMMDD): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER SI ES UN DIA): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = ZEROES
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.
           PERFORM VALIDAR-RANGO.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDEN-DISPONIBILIDAD
               ON ASCENDING KEY ODI-SUCURSAL
               ON ASCENDING KEY ODI-CATEGORIA
               ON ASCENDING KEY ODI-FECHA
               INPUT PROCEDURE IS SELECCIONAR-UNIDADES
               OUTPUT PROCEDURE IS PUBLICAR-DISPONIBILIDAD.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "VEHICULOS OFRECIDOS: " CANT-VEHICULOS.
           DISPLAY "RESERVAS DESCONTADAS: " CANT-RESERVAS.
           DISPLAY "RENGLONES PUBLICADOS: " CANT-RENGLONES.
           GOBACK.

       *>
       *> el rango se publica desde hoy en adelante y con un tope
       *> de DIAS-PUBLIC dias (60 si no esta parametrizado), que es
       *> lo que los canales venden por adelantado.
       *>
       VALIDAR-RANGO.
           IF WS-FECHA-DESDE NOT NUMERIC
              OR WS-FECHA-HASTA NOT NUMERIC
              OR WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO, NO SE PUBLICA"
               STOP RUN
           END-IF.
           IF WS-FECHA-DESDE < WS-FECHA-HOY
               DISPLAY "LA FECHA DESDE ES ANTERIOR A HOY, NO SE "
                   "PUBLICA"
               STOP RUN
           END-IF.
           MOVE ZEROES TO WS-DIAS-PEDIDOS.
           MOVE WS-FECHA-DESDE TO WS-FECHA-CURSOR.
           PERFORM CONTAR-DIA-PEDIDO
               UNTIL WS-FECHA-CURSOR > WS-FECHA-HASTA
               OR WS-DIAS-PEDIDOS > WS-DIAS-MAXIMO.
           IF WS-DIAS-PEDIDOS > WS-DIAS-MAXIMO
               DISPLAY "EL RANGO SUPERA LOS " WS-DIAS-MAXIMO
                   " DIAS PUBLICABLES, NO SE PUBLICA"
               STOP RUN
           END-IF.

       CONTAR-DIA-PEDIDO.
           ADD 1 TO WS-DIAS-PEDIDOS.
           PERFORM SUMAR-DIA-CURSOR.

       ABRIR-ARCHIVOS.
           OPEN INPUT VEHICULOS-SEQ.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               STOP RUN
           END-IF.
           OPEN INPUT FUERA-SERVICIO-RND.
           IF FS-FUERA-SERVICIO = "00"
               MOVE "S" TO WS-FSV-DISPONIBLE
           ELSE
               MOVE "N" TO WS-FSV-DISPONIBLE
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT DEVOLUCIONES-RND.
           IF FS-DEVOLUCIONES = "00"
               MOVE "S" TO WS-DEV-DISPONIBLES
           ELSE
               MOVE "N" TO WS-DEV-DISPONIBLES
           END-IF.
           OPEN INPUT RESERVAS-SEQ.
           IF FS-RESERVAS = "00"
               MOVE "S" TO WS-RESERVAS-DISP
           ELSE
               MOVE "N" TO WS-RESERVAS-DISP
           END-IF.
           OPEN INPUT RESERVAS-CANAL-RND.
           IF FS-RESERVAS-CANAL = "00"
               MOVE "S" TO WS-CANALES-DISP
           ELSE
               MOVE "N" TO WS-CANALES-DISP
           END-IF.
           OPEN INPUT TARIFAS-RND.
           IF FS-TARIFAS <> "00"
               DISPLAY "TARIFAS NO DISPONIBLES, NO SE PUEDE "
                   "PUBLICAR, FS=" FS-TARIFAS
               STOP RUN
           END-IF.
           OPEN INPUT FERIADOS-RND.
           IF FS-FERIADOS = "00"
               MOVE "S" TO WS-FERIADOS-DISP
           ELSE
               MOVE "N" TO WS-FERIADOS-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE VEHICULOS-SEQ.
           IF FSV-DISPONIBLE
               CLOSE FUERA-SERVICIO-RND
           END-IF.
           CLOSE ALQUILERES-RND.
           IF DEV-DISPONIBLES
               CLOSE DEVOLUCIONES-RND
           END-IF.
           IF RESERVAS-DISPONIBLES
               CLOSE RESERVAS-SEQ
           END-IF.
           IF CANALES-DISPONIBLES
               CLOSE RESERVAS-CANAL-RND
           END-IF.
           CLOSE TARIFAS-RND.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.

       SELECCIONAR-UNIDADES.
           READ VEHICULOS-SEQ
               AT END MOVE "10" TO FS-VEHICULOS
           END-READ.
           PERFORM OFRECER-VEHICULO UNTIL EOF-VEHICULOS.
           IF RESERVAS-DISPONIBLES
               READ RESERVAS-SEQ
                   AT END MOVE "10" TO FS-RESERVAS
               END-READ
               PERFORM DESCONTAR-RESERVA UNTIL EOF-RESERVAS
           END-IF.

       *>
       *> el vehiculo se ofrece en la sucursal donde esta hoy, con
       *> el mismo criterio de REPORTE-UBICACION-FLOTA, y cada dia
       *> del rango con las reglas de DISPONIBILIDAD-VEHICULOS:
       *> activo en flota, sin ventana de taller y sin alquiler
       *> vigente que cubra el dia.
       *>
       OFRECER-VEHICULO.
           IF VEH-ESTADO OF REG-VEHICULOS-SEQ = "A"
               ADD 1 TO CANT-VEHICULOS
               PERFORM EXAMINAR-HISTORIA-PATENTE
               PERFORM RESOLVER-UBICACION
               MOVE WS-FECHA-DESDE TO WS-FECHA-CURSOR
               PERFORM OFRECER-DIA
                   UNTIL WS-FECHA-CURSOR > WS-FECHA-HASTA
           END-IF.
           READ VEHICULOS-SEQ
               AT END MOVE "10" TO FS-VEHICULOS
           END-READ.

       OFRECER-DIA.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-CONSULTA.
           PERFORM VERIFICAR-TALLER.
           IF NOT VEH-EN-TALLER
               PERFORM VERIFICAR-OCUPACION
               IF NOT VEH-OCUPADO
                   MOVE WS-SUC-ACTUAL TO ODI-SUCURSAL
                   MOVE VEH-CATEGORIA OF REG-VEHICULOS-SEQ TO
                       ODI-CATEGORIA
                   MOVE WS-FECHA-CONSULTA TO ODI-FECHA
                   MOVE 1 TO ODI-UNIDADES
                   RELEASE REG-ORDEN-DISPONIBILIDAD
               END-IF
           END-IF.
           PERFORM SUMAR-DIA-CURSOR.

       EXAMINAR-HISTORIA-PATENTE.
           MOVE "N" TO WS-ALQUILADO-HOY.
           MOVE SPACES TO WS-SUC-DESTINO.
           MOVE ZEROES TO WS-ULT-CIERRE-FECHA.
           MOVE SPACES TO WS-ULT-CIERRE-SUC.
           MOVE SPACES TO WS-ULT-CIERRE-CLAVE.
           MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
               ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER-PATENTE
               PERFORM EXAMINAR-ALQUILER-PATENTE
                   UNTIL FS-ALQUILERES <> "00"
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <>
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQUILER-PATENTE.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER-PATENTE.
           IF ALQ-ESTADO OF REG-ALQUILERES-RND = "A"
              AND ALQ-FECHA OF REG-ALQUILERES-RND <=
                  WS-FECHA-HOY
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                  WS-FECHA-HOY
               MOVE "S" TO WS-ALQUILADO-HOY
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                   WS-SUC-DESTINO
               PERFORM BUSCAR-DESTINO-DEVOLUCION
           END-IF.
           IF ALQ-ESTADO OF REG-ALQUILERES-RND = "C"
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                  WS-ULT-CIERRE-FECHA
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   WS-ULT-CIERRE-FECHA
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                   WS-ULT-CIERRE-SUC
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-ULT-CIERRE-CLAVE
           END-IF.
           PERFORM LEER-ALQUILER-PATENTE.

       BUSCAR-DESTINO-DEVOLUCION.
           IF DEV-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   DEV-CLAVE OF REG-DEVOLUCIONES
               READ DEVOLUCIONES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEV-SUCURSAL OF REG-DEVOLUCIONES TO
                           WS-SUC-DESTINO
               END-READ
           END-IF.

       RESOLVER-UBICACION.
           IF ALQUILADO-HOY
               MOVE WS-SUC-DESTINO TO WS-SUC-ACTUAL
           ELSE
               IF WS-ULT-CIERRE-FECHA > ZEROES
                   MOVE WS-ULT-CIERRE-SUC TO WS-SUC-ACTUAL
                   IF DEV-DISPONIBLES
                       MOVE WS-ULT-CIERRE-CLAVE TO
                           DEV-CLAVE OF REG-DEVOLUCIONES
                       READ DEVOLUCIONES-RND
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE DEV-SUCURSAL OF
                                   REG-DEVOLUCIONES TO
                                   WS-SUC-ACTUAL
                       END-READ
                   END-IF
               ELSE
                   MOVE WS-SUCURSAL-BASE TO WS-SUC-ACTUAL
               END-IF
           END-IF.

       VERIFICAR-TALLER.
           MOVE "N" TO WS-VEH-EN-TALLER.
           IF FSV-DISPONIBLE
               MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
                   FSV-PATENTE OF REG-FUERA-SERVICIO
               MOVE ZEROES TO FSV-DESDE OF REG-FUERA-SERVICIO
               START FUERA-SERVICIO-RND KEY IS NOT LESS THAN
                   FSV-CLAVE OF REG-FUERA-SERVICIO
                   INVALID KEY MOVE "10" TO FS-FUERA-SERVICIO
               END-START
               IF FS-FUERA-SERVICIO = "00"
                   PERFORM LEER-VENTANA
                   PERFORM EXAMINAR-VENTANA
                       UNTIL FS-FUERA-SERVICIO <> "00"
                       OR VEH-EN-TALLER
                       OR FSV-PATENTE OF REG-FUERA-SERVICIO <>
                          VEH-PATENTE OF REG-VEHICULOS-SEQ
               END-IF
               MOVE "00" TO FS-FUERA-SERVICIO
           END-IF.

       LEER-VENTANA.
           READ FUERA-SERVICIO-RND NEXT RECORD
               AT END MOVE "10" TO FS-FUERA-SERVICIO
           END-READ.

       EXAMINAR-VENTANA.
           IF FSV-DESDE OF REG-FUERA-SERVICIO <= WS-FECHA-CONSULTA
              AND FSV-HASTA OF REG-FUERA-SERVICIO >=
                  WS-FECHA-CONSULTA
               MOVE "S" TO WS-VEH-EN-TALLER
           ELSE
               PERFORM LEER-VENTANA
           END-IF.

       VERIFICAR-OCUPACION.
           MOVE "N" TO WS-VEH-OCUPADO.
           MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
               ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER-PATENTE
               PERFORM EXAMINAR-OCUPACION
                   UNTIL FS-ALQUILERES <> "00"
                   OR VEH-OCUPADO
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <>
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       EXAMINAR-OCUPACION.
           IF ALQ-ESTADO OF REG-ALQUILERES-RND NOT = "X"
              AND ALQ-ESTADO OF REG-ALQUILERES-RND NOT = "J"
              AND ALQ-FECHA OF REG-ALQUILERES-RND <=
                  WS-FECHA-CONSULTA
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                  WS-FECHA-CONSULTA
               MOVE "S" TO WS-VEH-OCUPADO
           ELSE
               PERFORM LEER-ALQUILER-PATENTE
           END-IF.

       *>
       *> las reservas pendientes o confirmadas del rango todavia no
       *> ocupan un vehiculo en alquileres.dat pero ya estan
       *> vendidas: descuentan una unidad de su categoria. La
       *> sucursal es la que pidio el canal; las del mostrador no
       *> la guardan y se cuentan en la sucursal de esta corrida.
       *>
       DESCONTAR-RESERVA.
           IF (RES-PENDIENTE OF REG-RESERVAS-SEQ
               OR RES-CONFIRMADA OF REG-RESERVAS-SEQ)
              AND RES-FECHA OF REG-RESERVAS-SEQ >= WS-FECHA-DESDE
              AND RES-FECHA OF REG-RESERVAS-SEQ <= WS-FECHA-HASTA
               ADD 1 TO CANT-RESERVAS
               MOVE WS-SUCURSAL-BASE TO ODI-SUCURSAL
               IF CANALES-DISPONIBLES
                   MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO
                       RCN-RES-NUMERO OF REG-RESERVAS-CANAL
                   READ RESERVAS-CANAL-RND KEY IS
                       RCN-RES-NUMERO OF REG-RESERVAS-CANAL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE RCN-SUCURSAL OF REG-RESERVAS-CANAL
                               TO ODI-SUCURSAL
                   END-READ
               END-IF
               MOVE RES-CATEGORIA OF REG-RESERVAS-SEQ TO
                   ODI-CATEGORIA
               MOVE RES-FECHA OF REG-RESERVAS-SEQ TO ODI-FECHA
               MOVE -1 TO ODI-UNIDADES
               RELEASE REG-ORDEN-DISPONIBILIDAD
           END-IF.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       PUBLICAR-DISPONIBILIDAD.
           OPEN OUTPUT PUBLICACION-CANALES.
           IF FS-PUBLICACION <> "00"
               DISPLAY "ERROR AL ABRIR LA PUBLICACION, FS="
                   FS-PUBLICACION
               STOP RUN
           END-IF.
           MOVE "S" TO WS-PRIMER-RENGLON.
           RETURN ORDEN-DISPONIBILIDAD
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-UNIDAD UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM EMITIR-RENGLON
           END-IF.
           CLOSE PUBLICACION-CANALES.

       ACUMULAR-UNIDAD.
           IF ES-PRIMER-RENGLON OR ODI-CLAVE NOT = WS-CLAVE-ANT
               IF NOT ES-PRIMER-RENGLON
                   PERFORM EMITIR-RENGLON
               END-IF
               MOVE "N" TO WS-PRIMER-RENGLON
               MOVE ODI-CLAVE TO WS-CLAVE-ANT
               MOVE ZEROES TO WS-SALDO-UNIDADES
           END-IF.
           ADD ODI-UNIDADES TO WS-SALDO-UNIDADES.
           RETURN ORDEN-DISPONIBILIDAD
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       *>
       *> mas reservas que vehiculos libres es sobreventa que ya
       *> esta hecha: se publica cero, nunca un saldo negativo.
       *>
       EMITIR-RENGLON.
           IF WS-SALDO-UNIDADES < ZEROES
               MOVE ZEROES TO WS-SALDO-UNIDADES
           END-IF.
           MOVE WS-SUCURSAL-ANT TO DCN-SUCURSAL.
           MOVE WS-CATEGORIA-ANT TO DCN-CATEGORIA.
           MOVE WS-FECHA-ANT TO DCN-FECHA.
           MOVE WS-SALDO-UNIDADES TO DCN-UNIDADES.
           MOVE WS-FECHA-ANT TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-DIAS-RECARGO.
           PERFORM DETERMINAR-RECARGO-DIA.
           MOVE WS-DIA-ES-RECARGADO TO DCN-RECARGADO.
           MOVE WS-CATEGORIA-ANT TO WS-CATEGORIA.
           MOVE WS-FECHA-ANT TO WS-FECHA-CONSULTA.
           MOVE "M" TO WS-TURNO.
           PERFORM PRECIO-DEL-TURNO.
           MOVE WS-PRECIO-TURNO TO DCN-TARIFA-M.
           MOVE "T" TO WS-TURNO.
           PERFORM PRECIO-DEL-TURNO.
           MOVE WS-PRECIO-TURNO TO DCN-TARIFA-T.
           MOVE "N" TO WS-TURNO.
           PERFORM PRECIO-DEL-TURNO.
           MOVE WS-PRECIO-TURNO TO DCN-TARIFA-N.
           WRITE REG-PUBLICACION.
           ADD 1 TO CANT-RENGLONES.

       PRECIO-DEL-TURNO.
           MOVE ZEROES TO WS-PRECIO-TURNO.
           PERFORM BUSCAR-TARIFA-VIGENTE.
           IF TARIFA-HALLADA
               COMPUTE WS-PRECIO-TURNO ROUNDED =
                   WS-TARIFA-DIARIA-VIG
                   + WS-TARIFA-DIARIA-VIG * WS-DIAS-RECARGO
                   * WS-RECARGO-FDS / 100
           END-IF.

       BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE WS-CATEGORIA TO TAR-CATEGORIA OF REG-TARIFAS-RND.
           MOVE WS-TURNO TO TAR-TURNO OF REG-TARIFAS-RND.
           MOVE ZEROES TO TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND.
           START TARIFAS-RND KEY IS NOT LESS THAN
               TAR-CLAVE OF REG-TARIFAS-RND
               INVALID KEY MOVE "10" TO FS-TARIFAS
           END-START.
           IF FS-TARIFAS = "00"
               PERFORM LEER-TARIFA
               PERFORM EXAMINAR-TARIFA
                   UNTIL FS-TARIFAS <> "00"
                   OR TAR-CATEGORIA OF REG-TARIFAS-RND <>
                      WS-CATEGORIA
                   OR TAR-TURNO OF REG-TARIFAS-RND <> WS-TURNO
           END-IF.
           MOVE "00" TO FS-TARIFAS.

       LEER-TARIFA.
           READ TARIFAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TARIFAS
           END-READ.

       EXAMINAR-TARIFA.
           IF WS-FECHA-CONSULTA >=
                  TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND
              AND WS-FECHA-CONSULTA <=
                  TAR-VIGENCIA-HASTA OF REG-TARIFAS-RND
               MOVE "S" TO WS-TARIFA-HALLADA
               MOVE TAR-TARIFA-DIARIA OF REG-TARIFAS-RND TO
                   WS-TARIFA-DIARIA-VIG
           END-IF.
           PERFORM LEER-TARIFA.

       SUMAR-DIA-CURSOR.
           ADD 1 TO WS-CUR-DD.
           EVALUATE WS-CUR-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CUR-DIAS-MES
               WHEN 2
                   DIVIDE WS-CUR-AAAA BY 400
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-400
                   DIVIDE WS-CUR-AAAA BY 100
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-100
                   DIVIDE WS-CUR-AAAA BY 4
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-4
                   IF WS-CUR-RESTO-400 = 0
                      OR (WS-CUR-RESTO-4 = 0
                          AND WS-CUR-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-CUR-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-CUR-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CUR-DIAS-MES
           END-EVALUATE.
           IF WS-CUR-DD > WS-CUR-DIAS-MES
               MOVE 1 TO WS-CUR-DD
               ADD 1 TO WS-CUR-MM
               IF WS-CUR-MM > 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-AAAA
               END-IF
           END-IF.

       DETERMINAR-RECARGO-DIA.
           MOVE "N" TO WS-DIA-ES-RECARGADO.
           MOVE WS-CUR-AAAA TO WS-ZEL-AAAA.
           MOVE WS-CUR-MM TO WS-ZEL-MM.
           IF WS-ZEL-MM < 3
               ADD 12 TO WS-ZEL-MM
               SUBTRACT 1 FROM WS-ZEL-AAAA
           END-IF.
           DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-SIGLO
               REMAINDER WS-ZEL-ANIO.
           COMPUTE WS-ZEL-TERMINO-M = 13 * (WS-ZEL-MM + 1).
           DIVIDE WS-ZEL-TERMINO-M BY 5 GIVING WS-ZEL-TERMINO-M.
           DIVIDE WS-ZEL-ANIO BY 4 GIVING WS-ZEL-K4.
           DIVIDE WS-ZEL-SIGLO BY 4 GIVING WS-ZEL-J4.
           COMPUTE WS-ZEL-AUX = WS-CUR-DD + WS-ZEL-TERMINO-M
               + WS-ZEL-ANIO + WS-ZEL-K4
               + WS-ZEL-J4 + 5 * WS-ZEL-SIGLO.
           DIVIDE WS-ZEL-AUX BY 7 GIVING WS-ZEL-AUX
               REMAINDER WS-ZEL-H.
           MOVE WS-ZEL-H TO WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 1
               MOVE "S" TO WS-DIA-ES-RECARGADO
           END-IF.
           IF WS-DIA-ES-RECARGADO = "N" AND FERIADOS-DISPONIBLES
               MOVE WS-FECHA-CURSOR TO FER-FECHA OF REG-FERIADOS
               READ FERIADOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-DIA-ES-RECARGADO
               END-READ
           END-IF.
           IF WS-DIA-ES-RECARGADO = "S"
               ADD 1 TO WS-DIAS-RECARGO
           END-IF.

       CARGAR-PARAMETROS.
           MOVE "RECARGO-FDS" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-RECARGO-FDS
           END-IF.
           MOVE "DIAS-PUBLIC" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-DIAS-MAXIMO
           END-IF.
