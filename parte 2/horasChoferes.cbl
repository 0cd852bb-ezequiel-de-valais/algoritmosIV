       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS-DE-CHOFERES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHADAS-ENTRADA
           ASSIGN TO DISK "Entrada/fichadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHADAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT LICENCIAS-RND
           ASSIGN TO DISK "Entrada/indexados/licencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIC-CLAVE OF REG-LICENCIAS
           FILE STATUS IS FS-LICENCIAS.

       SELECT FERIADOS-RND
           ASSIGN TO DISK "Entrada/indexados/feriados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FER-FECHA OF REG-FERIADOS
           FILE STATUS IS FS-FERIADOS.

       SELECT COMISIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/comisionesChofer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COM-CLAVE OF REG-COMISIONES
           FILE STATUS IS FS-COMISIONES.

       SELECT ORDEN-FICHADAS
           ASSIGN TO DISK "Entrada/indexados/fichadas.wrk".

       SELECT REPORTE-HORAS
           ASSIGN TO DISK "Salida/horasChoferes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT NOVEDADES-SUELDOS
           ASSIGN TO DISK "Salida/novedadesSueldos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> el reloj exporta una fichada por renglon: legajo, fecha,
       *> hora y el reloj (sucursal) donde se ficho. No distingue
       *> entrada de salida; se aparean en orden.
       *>
       FD FICHADAS-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-FICHADA.
           03 FIC-LEGAJO       PIC X(7).
           03 FIC-FECHA        PIC 9(8).
           03 FIC-HORA         PIC 9(4).
           03 FIC-RELOJ        PIC X(2).

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
               88 ALQ-CANCELADO    VALUE "X".
               88 ALQ-AJUSTE       VALUE "J".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

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

       FD LICENCIAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-LICENCIAS.
           03 LIC-CLAVE.
               05  LIC-LEGAJO  PIC X(7).
               05  LIC-DESDE   PIC 9(8).
           03 LIC-HASTA        PIC 9(8).
           03 LIC-TIPO         PIC X.

       FD FERIADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA        PIC 9(8).
           03 FER-DESCRIPCION  PIC X(30).

       FD COMISIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-COMISIONES.
           03 COM-CLAVE.
               05  COM-LEGAJO      PIC X(7).
               05  COM-NRO-LIQ     PIC 9(6).
           03 COM-DESDE        PIC 9(8).
           03 COM-HASTA        PIC 9(8).
           03 COM-FECHA-LIQ    PIC 9(8).
           03 COM-ALQUILERES   PIC 9(5).
           03 COM-GENERADO     PIC 9(11)V99.
           03 COM-COMISION     PIC 9(11)V99.
           03 COM-DESCUENTOS   PIC 9(11)V99.
           03 COM-NETO         PIC 9(11)V99.

       *>
       *> fichadas, dias de alquiler asignado y comisiones del mes
       *> viajan juntos ordenados por legajo y fecha; la clase
       *> ordena dentro del dia (A = alquiler, C = comision,
       *> F = fichada).
       *>
       SD ORDEN-FICHADAS.
       01 REG-ORDEN-FICHADAS.
           03 OFI-LEGAJO       PIC X(7).
           03 OFI-FECHA        PIC 9(8).
           03 OFI-CLASE        PIC X.
               88 OFI-ES-ALQUILER  VALUE "A".
               88 OFI-ES-COMISION  VALUE "C".
               88 OFI-ES-FICHADA   VALUE "F".
           03 OFI-HORA         PIC 9(4).
           03 OFI-RELOJ        PIC X(2).
           03 OFI-COMISION     PIC 9(11)V99.
           03 OFI-DESCUENTOS   PIC 9(11)V99.

       FD REPORTE-HORAS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       *>
       *> NOVEDADES PARA SUELDOS: registro fijo sin separadores, un
       *> renglon por legajo y concepto (HNO horas normales, HEX
       *> horas extra, HFE horas en feriado, TAR tardanzas, COM
       *> comision bruta liquidada, DSC descuentos aplicados).
       *>
       FD NOVEDADES-SUELDOS
           LABEL RECORD IS STANDARD.
       01 REG-NOVEDAD-SUELDO.
           03 NSU-LEGAJO       PIC X(7).
           03 NSU-PERIODO      PIC 9(6).
           03 NSU-CONCEPTO     PIC X(3).
           03 NSU-CANTIDAD     PIC 9(5)V99.
           03 NSU-IMPORTE      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 FS-FICHADAS            PIC XX.
           88 EOF-FICHADAS           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-CHOFERES            PIC XX.
       01 FS-LICENCIAS           PIC XX.
       01 FS-FERIADOS            PIC XX.
       01 FS-COMISIONES          PIC XX.
           88 EOF-COMISIONES         VALUE "10".
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".
       01 FS-REPORTE             PIC XX.
       01 FS-NOVEDADES           PIC XX.
       01 WS-CHOFERES-DISP       PIC X VALUE "N".
           88 CHOFERES-DISPONIBLES   VALUE "S".
       01 WS-LICENCIAS-DISP      PIC X VALUE "N".
           88 LICENCIAS-DISPONIBLES  VALUE "S".
       01 WS-FERIADOS-DISP       PIC X VALUE "N".
           88 FERIADOS-DISPONIBLES   VALUE "S".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "HORAS-CHOFERES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       *>
       *> horario de entrada de cada turno (HHMM), tolerancia de
       *> llegada, jornada normal y jornada maxima entre entrada y
       *> salida, en minutos; se pueden pisar con parametros.
       *>
       01 WS-INICIO-TURNO-M      PIC 9(4) VALUE 0600.
       01 WS-INICIO-TURNO-T      PIC 9(4) VALUE 1400.
       01 WS-INICIO-TURNO-N      PIC 9(4) VALUE 2200.
       01 WS-TOLERANCIA-MIN      PIC 9(3) VALUE 10.
       01 WS-JORNADA-MIN         PIC 9(4) VALUE 480.
       01 WS-JORNADA-MAX-MIN     PIC 9(4) VALUE 960.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PRIMER-DIA          PIC 9(8).
       01 WS-ULTIMO-DIA          PIC 9(8).
       01 WS-DIA-POSTERIOR       PIC 9(8).
       01 WS-DIA-DESDE           PIC 9(8).
       01 WS-DIA-HASTA           PIC 9(8).

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

       01 WS-PRIMER-REGISTRO     PIC X VALUE "S".
           88 ES-PRIMER-REGISTRO     VALUE "S".
       01 WS-LEGAJO-ANT          PIC X(7).
       01 WS-NOMBRE-CHOFER       PIC X(30).

       01 WS-DIA-ACTUAL          PIC 9(8).
       01 WS-DIA-CON-ALQUILER    PIC X.
           88 DIA-CON-ALQUILER       VALUE "S".
       01 WS-FICHADAS-DIA        PIC 9(3).
       01 WS-LICENCIA-INFORMADA  PIC X.
           88 LICENCIA-INFORMADA     VALUE "S".

       01 WS-ENTRADA-ABIERTA     PIC X.
           88 ENTRADA-ABIERTA        VALUE "S".
       01 WS-ENT-FECHA           PIC 9(8).
       01 WS-ENT-HORA            PIC 9(4).
       01 WS-ENT-MIN             PIC 9(4).
       01 WS-ENT-SIGUIENTE       PIC 9(8).
       01 WS-MIN-FICHADA         PIC 9(4).
       01 WS-MIN-TRANSCURRIDOS   PIC 9(5).
       01 WS-HH                  PIC 9(2).
       01 WS-MM                  PIC 9(2).
       01 WS-HORA-CONVERTIR      PIC 9(4).
       01 WS-MIN-CONVERTIDOS     PIC 9(4).

       01 WS-TURNO-DIA           PIC X.
       01 WS-MIN-INICIO-TURNO    PIC 9(4).
       01 WS-MIN-COMPARAR        PIC 9(4).
       01 WS-ES-FERIADO          PIC X.
           88 ES-FERIADO             VALUE "S".
       01 WS-EN-LICENCIA         PIC X.
           88 EN-LICENCIA            VALUE "S".
       01 WS-TIPO-LICENCIA       PIC X.

       01 WS-DIA-JORNADA         PIC 9(8).
       01 WS-MIN-JORNADA-DIA     PIC 9(5).
       01 WS-MIN-DISPONIBLES     PIC 9(5).
       01 WS-MIN-NORMALES-PAR    PIC 9(5).

       01 WS-MIN-NORMALES        PIC 9(6).
       01 WS-MIN-EXTRA           PIC 9(6).
       01 WS-MIN-FERIADO         PIC 9(6).
       01 CANT-DIAS-TRABAJADOS   PIC 9(3).
       01 CANT-TARDANZAS         PIC 9(3).
       01 CANT-FALTANTES         PIC 9(3).
       01 CANT-DIAS-LICENCIA     PIC 9(3).
       01 WS-COMISION-LEGAJO     PIC 9(11)V99.
       01 WS-DESCUENTOS-LEGAJO   PIC 9(11)V99.

       01 WS-HORAS               PIC 9(5)V99.
       01 WS-HORAS-EDIT          PIC ZZZZ9,99.
       01 WS-HORAS-EXTRA-EDIT    PIC ZZZZ9,99.
       01 WS-HORAS-FERIADO-EDIT  PIC ZZZZ9,99.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.
       01 WS-IMPORTE-EDIT-2      PIC ZZZZZZZZZZ9,99.
       01 WS-MOTIVO              PIC X(50).
       01 WS-CONCEPTO            PIC X(3).
       01 WS-CANTIDAD-NOV        PIC 9(5)V99.
       01 WS-IMPORTE-NOV         PIC 9(11)V99.

       01 CANT-LEGAJOS           PIC 9(5) VALUE ZEROES.
       01 CANT-NOVEDADES         PIC 9(7) VALUE ZEROES.
       01 CANT-EXCEPCIONES       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           COMPUTE WS-PRIMER-DIA = WS-PERIODO * 100 + 1.
           MOVE WS-PRIMER-DIA TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR.
           COMPUTE WS-ULTIMO-DIA = WS-PERIODO * 100 + WS-CUR-DIAS-MES.
           MOVE WS-ULTIMO-DIA TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR.
           MOVE WS-FECHA-CURSOR TO WS-DIA-POSTERIOR.
           MOVE WS-ULTIMO-DIA TO WS-PV-FECHA.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDEN-FICHADAS
               ON ASCENDING KEY OFI-LEGAJO
               ON ASCENDING KEY OFI-FECHA
               ON ASCENDING KEY OFI-CLASE
               ON ASCENDING KEY OFI-HORA
               INPUT PROCEDURE IS SELECCIONAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS PROCESAR-MOVIMIENTOS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "LEGAJOS PROCESADOS: " CANT-LEGAJOS.
           DISPLAY "NOVEDADES PARA SUELDOS: " CANT-NOVEDADES.
           DISPLAY "EXCEPCIONES INFORMADAS: " CANT-EXCEPCIONES.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES = "00"
               MOVE "S" TO WS-CHOFERES-DISP
           ELSE
               DISPLAY "CHOFERES NO DISPONIBLE, NO SE CONTROLAN "
                   "TURNOS, FS=" FS-CHOFERES
           END-IF.
           OPEN INPUT LICENCIAS-RND.
           IF FS-LICENCIAS = "00"
               MOVE "S" TO WS-LICENCIAS-DISP
           END-IF.
           OPEN INPUT FERIADOS-RND.
           IF FS-FERIADOS = "00"
               MOVE "S" TO WS-FERIADOS-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           IF CHOFERES-DISPONIBLES
               CLOSE CHOFERES-RND
           END-IF.
           IF LICENCIAS-DISPONIBLES
               CLOSE LICENCIAS-RND
           END-IF.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.

       *>
       *> entran las fichadas del mes mas las del dia siguiente (la
       *> salida del turno noche del ultimo dia), un renglon por
       *> cada dia en que el legajo tiene un alquiler asignado, y
       *> las comisiones liquidadas en el mes.
       *>
       SELECCIONAR-MOVIMIENTOS.
           OPEN INPUT FICHADAS-ENTRADA.
           IF FS-FICHADAS <> "00"
               DISPLAY "NO HAY ARCHIVO DE FICHADAS, FS=" FS-FICHADAS
               STOP RUN
           END-IF.
           READ FICHADAS-ENTRADA
               AT END MOVE "10" TO FS-FICHADAS
           END-READ.
           PERFORM FILTRAR-FICHADA UNTIL EOF-FICHADAS.
           CLOSE FICHADAS-ENTRADA.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               READ ALQUILERES-RND NEXT RECORD
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM FILTRAR-ALQUILER UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-RND
           ELSE
               DISPLAY "ALQUILERES NO DISPONIBLE, NO SE CONTROLAN "
                   "DIAS ASIGNADOS, FS=" FS-ALQUILERES
           END-IF.
           OPEN INPUT COMISIONES-SEQ.
           IF FS-COMISIONES = "00"
               READ COMISIONES-SEQ
                   AT END MOVE "10" TO FS-COMISIONES
               END-READ
               PERFORM FILTRAR-COMISION UNTIL EOF-COMISIONES
               CLOSE COMISIONES-SEQ
           END-IF.

       FILTRAR-FICHADA.
           IF FIC-FECHA >= WS-PRIMER-DIA
              AND FIC-FECHA <= WS-DIA-POSTERIOR
               MOVE FIC-LEGAJO TO OFI-LEGAJO
               MOVE FIC-FECHA TO OFI-FECHA
               MOVE "F" TO OFI-CLASE
               MOVE FIC-HORA TO OFI-HORA
               MOVE FIC-RELOJ TO OFI-RELOJ
               MOVE ZEROES TO OFI-COMISION
               MOVE ZEROES TO OFI-DESCUENTOS
               RELEASE REG-ORDEN-FICHADAS
           END-IF.
           READ FICHADAS-ENTRADA
               AT END MOVE "10" TO FS-FICHADAS
           END-READ.

       FILTRAR-ALQUILER.
           IF NOT ALQ-CANCELADO AND NOT ALQ-AJUSTE
              AND ALQ-CHOFER OF REG-ALQUILERES-RND NOT = SPACES
              AND ALQ-FECHA OF REG-ALQUILERES-RND <= WS-ULTIMO-DIA
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                  WS-PRIMER-DIA
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO WS-DIA-DESDE
               IF WS-DIA-DESDE < WS-PRIMER-DIA
                   MOVE WS-PRIMER-DIA TO WS-DIA-DESDE
               END-IF
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   WS-DIA-HASTA
               IF WS-DIA-HASTA > WS-ULTIMO-DIA
                   MOVE WS-ULTIMO-DIA TO WS-DIA-HASTA
               END-IF
               MOVE WS-DIA-DESDE TO WS-FECHA-CURSOR
               PERFORM LIBERAR-DIA-ALQUILER
                   UNTIL WS-FECHA-CURSOR > WS-DIA-HASTA
           END-IF.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       LIBERAR-DIA-ALQUILER.
           MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO OFI-LEGAJO.
           MOVE WS-FECHA-CURSOR TO OFI-FECHA.
           MOVE "A" TO OFI-CLASE.
           MOVE ZEROES TO OFI-HORA.
           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO OFI-RELOJ.
           MOVE ZEROES TO OFI-COMISION.
           MOVE ZEROES TO OFI-DESCUENTOS.
           RELEASE REG-ORDEN-FICHADAS.
           PERFORM SUMAR-DIA-CURSOR.

       FILTRAR-COMISION.
           IF COM-FECHA-LIQ OF REG-COMISIONES >= WS-PRIMER-DIA
              AND COM-FECHA-LIQ OF REG-COMISIONES <= WS-ULTIMO-DIA
               MOVE COM-LEGAJO OF REG-COMISIONES TO OFI-LEGAJO
               MOVE ZEROES TO OFI-FECHA
               MOVE "C" TO OFI-CLASE
               MOVE ZEROES TO OFI-HORA
               MOVE SPACES TO OFI-RELOJ
               MOVE COM-COMISION OF REG-COMISIONES TO OFI-COMISION
               MOVE COM-DESCUENTOS OF REG-COMISIONES TO
                   OFI-DESCUENTOS
               RELEASE REG-ORDEN-FICHADAS
           END-IF.
           READ COMISIONES-SEQ
               AT END MOVE "10" TO FS-COMISIONES
           END-READ.

       *>
       *> HORAS DEL MES: las fichadas de cada legajo se aparean en
       *> orden (entrada, salida); una entrada sin salida dentro de
       *> la jornada maxima es una fichada faltante. Las horas del
       *> par van al dia de la entrada: en feriado son horas de
       *> feriado, y si no, normales hasta la jornada del dia y
       *> extra el resto.
       *>
       PROCESAR-MOVIMIENTOS.
           OPEN OUTPUT REPORTE-HORAS.
           OPEN OUTPUT NOVEDADES-SUELDOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "HORAS TRABAJADAS POR CHOFER - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-FICHADAS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM TRATAR-MOVIMIENTO UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-REGISTRO
               PERFORM CERRAR-DIA
               PERFORM CERRAR-LEGAJO
           END-IF.
           CLOSE REPORTE-HORAS.
           CLOSE NOVEDADES-SUELDOS.

       TRATAR-MOVIMIENTO.
           IF ES-PRIMER-REGISTRO OR OFI-LEGAJO NOT = WS-LEGAJO-ANT
               IF NOT ES-PRIMER-REGISTRO
                   PERFORM CERRAR-DIA
                   PERFORM CERRAR-LEGAJO
               END-IF
               MOVE "N" TO WS-PRIMER-REGISTRO
               PERFORM INICIAR-LEGAJO
           END-IF.
           IF OFI-ES-COMISION
               ADD OFI-COMISION TO WS-COMISION-LEGAJO
               ADD OFI-DESCUENTOS TO WS-DESCUENTOS-LEGAJO
           ELSE
               IF OFI-FECHA NOT = WS-DIA-ACTUAL
                   PERFORM CERRAR-DIA
                   PERFORM INICIAR-DIA
               END-IF
               IF OFI-ES-ALQUILER
                   MOVE "S" TO WS-DIA-CON-ALQUILER
               ELSE
                   PERFORM TRATAR-FICHADA
               END-IF
           END-IF.
           RETURN ORDEN-FICHADAS
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       INICIAR-LEGAJO.
           MOVE OFI-LEGAJO TO WS-LEGAJO-ANT.
           ADD 1 TO CANT-LEGAJOS.
           MOVE ZEROES TO WS-DIA-ACTUAL.
           MOVE ZEROES TO WS-DIA-JORNADA.
           MOVE ZEROES TO WS-MIN-JORNADA-DIA.
           MOVE "N" TO WS-ENTRADA-ABIERTA.
           MOVE ZEROES TO WS-MIN-NORMALES.
           MOVE ZEROES TO WS-MIN-EXTRA.
           MOVE ZEROES TO WS-MIN-FERIADO.
           MOVE ZEROES TO CANT-DIAS-TRABAJADOS.
           MOVE ZEROES TO CANT-TARDANZAS.
           MOVE ZEROES TO CANT-FALTANTES.
           MOVE ZEROES TO CANT-DIAS-LICENCIA.
           MOVE ZEROES TO WS-COMISION-LEGAJO.
           MOVE ZEROES TO WS-DESCUENTOS-LEGAJO.
           MOVE "LEGAJO SIN CHOFER" TO WS-NOMBRE-CHOFER.
           IF CHOFERES-DISPONIBLES
               MOVE WS-LEGAJO-ANT TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF
                   REG-CHOFERES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CHO-NOMBRE OF REG-CHOFERES-RND TO
                           WS-NOMBRE-CHOFER
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LEGAJO " DELIMITED BY SIZE
                  WS-LEGAJO-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE-CHOFER DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INICIAR-DIA.
           MOVE OFI-FECHA TO WS-DIA-ACTUAL.
           MOVE "N" TO WS-DIA-CON-ALQUILER.
           MOVE ZEROES TO WS-FICHADAS-DIA.
           MOVE "N" TO WS-LICENCIA-INFORMADA.

       *>
       *> un dia del mes con alquiler asignado al legajo y ninguna
       *> fichada es una fichada faltante: el chofer manejo (o
       *> debia manejar) sin marcar. El dia siguiente al mes solo
       *> entra para cerrar el turno noche.
       *>
       CERRAR-DIA.
           IF WS-DIA-ACTUAL > ZEROES
              AND WS-DIA-ACTUAL <= WS-ULTIMO-DIA
               IF WS-FICHADAS-DIA > ZEROES
                   ADD 1 TO CANT-DIAS-TRABAJADOS
               ELSE
                   IF DIA-CON-ALQUILER
                       ADD 1 TO CANT-FALTANTES
                       MOVE WS-DIA-ACTUAL TO WS-ENT-FECHA
                       MOVE ZEROES TO WS-ENT-HORA
                       MOVE "ALQUILER ASIGNADO SIN FICHADAS EN EL DIA"
                           TO WS-MOTIVO
                       PERFORM INFORMAR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

       TRATAR-FICHADA.
           ADD 1 TO WS-FICHADAS-DIA.
           MOVE OFI-HORA TO WS-HORA-CONVERTIR.
           PERFORM CONVERTIR-A-MINUTOS.
           MOVE WS-MIN-CONVERTIDOS TO WS-MIN-FICHADA.
           IF ENTRADA-ABIERTA
               IF OFI-FECHA = WS-ENT-FECHA
                   COMPUTE WS-MIN-TRANSCURRIDOS =
                       WS-MIN-FICHADA - WS-ENT-MIN
               ELSE IF OFI-FECHA = WS-ENT-SIGUIENTE
                   COMPUTE WS-MIN-TRANSCURRIDOS =
                       1440 + WS-MIN-FICHADA - WS-ENT-MIN
               ELSE
                   MOVE 99999 TO WS-MIN-TRANSCURRIDOS
               END-IF
               END-IF
               IF WS-MIN-TRANSCURRIDOS <= WS-JORNADA-MAX-MIN
                   PERFORM CERRAR-PAR
               ELSE
                   PERFORM INFORMAR-ENTRADA-SIN-SALIDA
                   PERFORM ABRIR-PAR
               END-IF
           ELSE
               PERFORM ABRIR-PAR
           END-IF.

       ABRIR-PAR.
           MOVE "N" TO WS-ENTRADA-ABIERTA.
           IF OFI-FECHA <= WS-ULTIMO-DIA
               MOVE "S" TO WS-ENTRADA-ABIERTA
               MOVE OFI-FECHA TO WS-ENT-FECHA
               MOVE OFI-HORA TO WS-ENT-HORA
               MOVE WS-MIN-FICHADA TO WS-ENT-MIN
               MOVE OFI-FECHA TO WS-FECHA-CURSOR
               PERFORM SUMAR-DIA-CURSOR
               MOVE WS-FECHA-CURSOR TO WS-ENT-SIGUIENTE
               PERFORM CONTROLAR-ENTRADA
           END-IF.

       CERRAR-PAR.
           MOVE "N" TO WS-ENTRADA-ABIERTA.
           PERFORM CLASIFICAR-HORAS.

       INFORMAR-ENTRADA-SIN-SALIDA.
           ADD 1 TO CANT-FALTANTES.
           MOVE "ENTRADA SIN FICHADA DE SALIDA" TO WS-MOTIVO.
           PERFORM INFORMAR-EXCEPCION.

       *>
       *> la entrada se coteja con el turno de la ventana de
       *> CHOFERES que cubre la fecha (tardanza pasada la
       *> tolerancia) y con LICENCIAS (trabajo en dia de licencia,
       *> una vez por dia).
       *>
       CONTROLAR-ENTRADA.
           PERFORM BUSCAR-TURNO-DIA.
           IF WS-TURNO-DIA = SPACE
               MOVE "FICHADA SIN TURNO ASIGNADO EN CHOFERES"
                   TO WS-MOTIVO
               PERFORM INFORMAR-EXCEPCION
           ELSE
               EVALUATE WS-TURNO-DIA
                   WHEN "M" MOVE WS-INICIO-TURNO-M TO
                       WS-HORA-CONVERTIR
                   WHEN "T" MOVE WS-INICIO-TURNO-T TO
                       WS-HORA-CONVERTIR
                   WHEN OTHER MOVE WS-INICIO-TURNO-N TO
                       WS-HORA-CONVERTIR
               END-EVALUATE
               PERFORM CONVERTIR-A-MINUTOS
               MOVE WS-MIN-CONVERTIDOS TO WS-MIN-INICIO-TURNO
               MOVE WS-ENT-MIN TO WS-MIN-COMPARAR
               IF WS-TURNO-DIA = "N" AND WS-ENT-MIN < 720
                   ADD 1440 TO WS-MIN-COMPARAR
               END-IF
               IF WS-MIN-COMPARAR >
                  WS-MIN-INICIO-TURNO + WS-TOLERANCIA-MIN
                   IF WS-MIN-COMPARAR <
                      WS-MIN-INICIO-TURNO + WS-JORNADA-MIN
                       ADD 1 TO CANT-TARDANZAS
                       MOVE "LLEGADA TARDE AL TURNO" TO WS-MOTIVO
                   ELSE
                       MOVE "ENTRADA FUERA DEL TURNO ASIGNADO"
                           TO WS-MOTIVO
                   END-IF
                   PERFORM INFORMAR-EXCEPCION
               END-IF
           END-IF.
           IF NOT LICENCIA-INFORMADA
               PERFORM BUSCAR-LICENCIA-DIA
               IF EN-LICENCIA
                   MOVE "S" TO WS-LICENCIA-INFORMADA
                   ADD 1 TO CANT-DIAS-LICENCIA
                   MOVE SPACES TO WS-MOTIVO
                   STRING "TRABAJO EN DIA DE LICENCIA (TIPO "
                              DELIMITED BY SIZE
                          WS-TIPO-LICENCIA DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
                   PERFORM INFORMAR-EXCEPCION
               END-IF
           END-IF.

       BUSCAR-TURNO-DIA.
           MOVE SPACE TO WS-TURNO-DIA.
           IF CHOFERES-DISPONIBLES
               MOVE WS-LEGAJO-ANT TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               START CHOFERES-RND KEY IS EQUAL TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
                   INVALID KEY MOVE "10" TO FS-CHOFERES
               END-START
               IF FS-CHOFERES = "00"
                   PERFORM LEER-CHOFER
                   PERFORM EXAMINAR-VENTANA-CHOFER
                       UNTIL FS-CHOFERES <> "00"
                       OR WS-TURNO-DIA NOT = SPACE
                       OR CHO-NRO-LEGAJO OF REG-CHOFERES-RND <>
                          WS-LEGAJO-ANT
               END-IF
               MOVE "00" TO FS-CHOFERES
           END-IF.

       LEER-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       EXAMINAR-VENTANA-CHOFER.
           IF WS-ENT-FECHA >= CHO-FECHA-DESDE OF REG-CHOFERES-RND
              AND WS-ENT-FECHA <= CHO-FECHA-HASTA OF REG-CHOFERES-RND
               MOVE CHO-TURNO OF REG-CHOFERES-RND TO WS-TURNO-DIA
           ELSE
               PERFORM LEER-CHOFER
           END-IF.

       BUSCAR-LICENCIA-DIA.
           MOVE "N" TO WS-EN-LICENCIA.
           IF LICENCIAS-DISPONIBLES
               MOVE WS-LEGAJO-ANT TO LIC-LEGAJO OF REG-LICENCIAS
               MOVE ZEROES TO LIC-DESDE OF REG-LICENCIAS
               START LICENCIAS-RND KEY IS NOT LESS THAN
                   LIC-CLAVE OF REG-LICENCIAS
                   INVALID KEY MOVE "10" TO FS-LICENCIAS
               END-START
               IF FS-LICENCIAS = "00"
                   PERFORM LEER-LICENCIA
                   PERFORM EXAMINAR-LICENCIA
                       UNTIL FS-LICENCIAS <> "00"
                       OR EN-LICENCIA
                       OR LIC-LEGAJO OF REG-LICENCIAS <>
                          WS-LEGAJO-ANT
                       OR LIC-DESDE OF REG-LICENCIAS > WS-ENT-FECHA
               END-IF
               MOVE "00" TO FS-LICENCIAS
           END-IF.

       LEER-LICENCIA.
           READ LICENCIAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-LICENCIAS
           END-READ.

       EXAMINAR-LICENCIA.
           IF WS-ENT-FECHA >= LIC-DESDE OF REG-LICENCIAS
              AND WS-ENT-FECHA <= LIC-HASTA OF REG-LICENCIAS
               MOVE "S" TO WS-EN-LICENCIA
               MOVE LIC-TIPO OF REG-LICENCIAS TO WS-TIPO-LICENCIA
           ELSE
               PERFORM LEER-LICENCIA
           END-IF.

       CLASIFICAR-HORAS.
           MOVE "N" TO WS-ES-FERIADO.
           IF FERIADOS-DISPONIBLES
               MOVE WS-ENT-FECHA TO FER-FECHA OF REG-FERIADOS
               READ FERIADOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-ES-FERIADO
               END-READ
           END-IF.
           IF ES-FERIADO
               ADD WS-MIN-TRANSCURRIDOS TO WS-MIN-FERIADO
           ELSE
               IF WS-ENT-FECHA NOT = WS-DIA-JORNADA
                   MOVE WS-ENT-FECHA TO WS-DIA-JORNADA
                   MOVE ZEROES TO WS-MIN-JORNADA-DIA
               END-IF
               IF WS-MIN-JORNADA-DIA < WS-JORNADA-MIN
                   COMPUTE WS-MIN-DISPONIBLES =
                       WS-JORNADA-MIN - WS-MIN-JORNADA-DIA
               ELSE
                   MOVE ZEROES TO WS-MIN-DISPONIBLES
               END-IF
               IF WS-MIN-TRANSCURRIDOS < WS-MIN-DISPONIBLES
                   MOVE WS-MIN-TRANSCURRIDOS TO WS-MIN-NORMALES-PAR
               ELSE
                   MOVE WS-MIN-DISPONIBLES TO WS-MIN-NORMALES-PAR
               END-IF
               ADD WS-MIN-NORMALES-PAR TO WS-MIN-NORMALES
               COMPUTE WS-MIN-EXTRA = WS-MIN-EXTRA
                   + WS-MIN-TRANSCURRIDOS - WS-MIN-NORMALES-PAR
               ADD WS-MIN-TRANSCURRIDOS TO WS-MIN-JORNADA-DIA
           END-IF.

       CONVERTIR-A-MINUTOS.
           DIVIDE WS-HORA-CONVERTIR BY 100 GIVING WS-HH
               REMAINDER WS-MM.
           COMPUTE WS-MIN-CONVERTIDOS = WS-HH * 60 + WS-MM.

       INFORMAR-EXCEPCION.
           ADD 1 TO CANT-EXCEPCIONES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " DELIMITED BY SIZE
                  WS-ENT-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENT-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> resumen del legajo y sus novedades para sueldos; las horas
       *> viajan en horas y centesimos.
       *>
       CERRAR-LEGAJO.
           IF ENTRADA-ABIERTA
               PERFORM INFORMAR-ENTRADA-SIN-SALIDA
               MOVE "N" TO WS-ENTRADA-ABIERTA
           END-IF.
           MOVE ZEROES TO WS-IMPORTE-NOV.
           COMPUTE WS-HORAS ROUNDED = WS-MIN-NORMALES / 60.
           MOVE WS-HORAS TO WS-HORAS-EDIT.
           MOVE "HNO" TO WS-CONCEPTO.
           MOVE WS-HORAS TO WS-CANTIDAD-NOV.
           PERFORM GRABAR-NOVEDAD.
           COMPUTE WS-HORAS ROUNDED = WS-MIN-EXTRA / 60.
           MOVE WS-HORAS TO WS-HORAS-EXTRA-EDIT.
           MOVE "HEX" TO WS-CONCEPTO.
           MOVE WS-HORAS TO WS-CANTIDAD-NOV.
           PERFORM GRABAR-NOVEDAD.
           COMPUTE WS-HORAS ROUNDED = WS-MIN-FERIADO / 60.
           MOVE WS-HORAS TO WS-HORAS-FERIADO-EDIT.
           MOVE "HFE" TO WS-CONCEPTO.
           MOVE WS-HORAS TO WS-CANTIDAD-NOV.
           PERFORM GRABAR-NOVEDAD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  DIAS TRABAJADOS " DELIMITED BY SIZE
                  CANT-DIAS-TRABAJADOS DELIMITED BY SIZE
                  "  HS NORMALES " DELIMITED BY SIZE
                  WS-HORAS-EDIT DELIMITED BY SIZE
                  "  HS EXTRA " DELIMITED BY SIZE
                  WS-HORAS-EXTRA-EDIT DELIMITED BY SIZE
                  "  HS FERIADO " DELIMITED BY SIZE
                  WS-HORAS-FERIADO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "TAR" TO WS-CONCEPTO.
           MOVE CANT-TARDANZAS TO WS-CANTIDAD-NOV.
           PERFORM GRABAR-NOVEDAD.
           MOVE ZEROES TO WS-CANTIDAD-NOV.
           MOVE "COM" TO WS-CONCEPTO.
           MOVE WS-COMISION-LEGAJO TO WS-IMPORTE-NOV.
           PERFORM GRABAR-NOVEDAD.
           MOVE "DSC" TO WS-CONCEPTO.
           MOVE WS-DESCUENTOS-LEGAJO TO WS-IMPORTE-NOV.
           PERFORM GRABAR-NOVEDAD.
           MOVE WS-COMISION-LEGAJO TO WS-IMPORTE-EDIT.
           MOVE WS-DESCUENTOS-LEGAJO TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TARDANZAS " DELIMITED BY SIZE
                  CANT-TARDANZAS DELIMITED BY SIZE
                  "  FICHADAS FALTANTES " DELIMITED BY SIZE
                  CANT-FALTANTES DELIMITED BY SIZE
                  "  DIAS EN LICENCIA " DELIMITED BY SIZE
                  CANT-DIAS-LICENCIA DELIMITED BY SIZE
                  "  COMISION " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  DESCUENTOS " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       GRABAR-NOVEDAD.
           IF WS-CANTIDAD-NOV > ZEROES OR WS-IMPORTE-NOV > ZEROES
               MOVE WS-LEGAJO-ANT TO NSU-LEGAJO
               MOVE WS-PERIODO TO NSU-PERIODO
               MOVE WS-CONCEPTO TO NSU-CONCEPTO
               MOVE WS-CANTIDAD-NOV TO NSU-CANTIDAD
               MOVE WS-IMPORTE-NOV TO NSU-IMPORTE
               WRITE REG-NOVEDAD-SUELDO
               ADD 1 TO CANT-NOVEDADES
           END-IF.

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

       *>
       *> horarios de turno (INI-TURNO-x, HHMM), tolerancia de
       *> llegada (TOLER-FICHA) y jornadas normal y maxima en
       *> minutos (JORNADA-MIN, JORNADA-MAX) del maestro de
       *> parametros vigente al ultimo dia del periodo.
       *>
       CARGAR-PARAMETROS.
           MOVE "INI-TURNO-M" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-INICIO-TURNO-M
           END-IF.
           MOVE "INI-TURNO-T" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-INICIO-TURNO-T
           END-IF.
           MOVE "INI-TURNO-N" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-INICIO-TURNO-N
           END-IF.
           MOVE "TOLER-FICHA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-TOLERANCIA-MIN
           END-IF.
           MOVE "JORNADA-MIN" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-JORNADA-MIN
           END-IF.
           MOVE "JORNADA-MAX" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-JORNADA-MAX-MIN
           END-IF.

       LEER-PARAMETRO-VIGENTE.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
