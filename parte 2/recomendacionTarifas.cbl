       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOMENDACION-TARIFAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEHICULOS-RND
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT FUERA-SERVICIO-RND
           ASSIGN TO DISK "Entrada/indexados/fueraServicio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSV-CLAVE OF REG-FUERA-SERVICIO
           FILE STATUS IS FS-FUERA-SERVICIO.

       SELECT ALQUILERES-SEQ
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-SEQ
           FILE STATUS IS FS-ALQUILERES.

       SELECT RESERVAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-SEQ
           FILE STATUS IS FS-RESERVAS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT FERIADOS-RND
           ASSIGN TO DISK "Entrada/indexados/feriados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FER-FECHA OF REG-FERIADOS
           FILE STATUS IS FS-FERIADOS.

       SELECT ESTADISTICAS-RND
           ASSIGN TO DISK "Entrada/indexados/estadisticas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-PERIODO OF REG-ESTADISTICAS
           FILE STATUS IS FS-ESTADISTICAS.

       SELECT TARIFAS-RND
           ASSIGN TO DISK "Entrada/indexados/tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS-RND
           FILE STATUS IS FS-TARIFAS.

       SELECT PROPUESTAS-TARIFA-RND
           ASSIGN TO DISK "Entrada/indexados/propuestasTarifa.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PTF-CLAVE OF REG-PROPUESTAS-TARIFA
           FILE STATUS IS FS-PROPUESTAS.

       SELECT REPORTE-TARIFAS
           ASSIGN TO DISK "Salida/recomendacionTarifas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD VEHICULOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-VEHICULOS-RND.
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

       FD ALQUILERES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-SEQ.
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
               88 RES-CONFIRMADA   VALUE "C".

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

       FD FERIADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA        PIC 9(8).
           03 FER-DESCRIPCION  PIC X(30).

       FD ESTADISTICAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-ESTADISTICAS.
           03 EST-PERIODO          PIC 9(6).
           03 EST-CANT-ALQ         PIC 9(7).
           03 EST-NETA             PIC 9(12)V99.
           03 EST-IVA              PIC 9(12)V99.
           03 EST-TICKET-PROM      PIC 9(9)V99.
           03 EST-DIAS-ALQUILADOS  PIC 9(7).
           03 EST-DIAS-FLOTA       PIC 9(7).
           03 EST-OCUPACION        PIC 9(3)V99.
           03 EST-TOP-VEHICULO     PIC X(6).
           03 EST-TOP-CHOFER       PIC X(7).

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

       *>
       *> propuesta de tarifa semanal: misma clave que TARIFAS, asi
       *> MANTENIMIENTO-TARIFAS la da de alta tal cual al aceptarla.
       *>
       FD PROPUESTAS-TARIFA-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTAS-TARIFA.
           03 PTF-CLAVE.
               05  PTF-CATEGORIA       PIC X(2).
               05  PTF-TURNO           PIC X.
               05  PTF-VIGENCIA-DESDE  PIC 9(8).
           03 PTF-VIGENCIA-HASTA       PIC 9(8).
           03 PTF-TARIFA-ACTUAL        PIC 9(5)V99.
           03 PTF-TARIFA-PROPUESTA     PIC 9(5)V99.
           03 PTF-TARIFA-KM            PIC 9(3)V99.
           03 PTF-OCUPACION            PIC 9(3)V99.
           03 PTF-OCUPACION-ANTERIOR   PIC 9(3)V99.
           03 PTF-FERIADOS             PIC 9.
           03 PTF-EFECTO               PIC S9(9)V99.
           03 PTF-ESTADO               PIC X.
               88 PROPUESTA-PENDIENTE      VALUE "P".
               88 PROPUESTA-ACEPTADA       VALUE "A".
               88 PROPUESTA-RECHAZADA      VALUE "R".
           03 PTF-FECHA-ESTADO         PIC 9(8).

       FD REPORTE-TARIFAS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-VEHICULOS           PIC XX.
           88 EOF-VEHICULOS          VALUE "10".
       01 FS-FUERA-SERVICIO      PIC XX.
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 FS-CHOFERES            PIC XX.
       01 FS-FERIADOS            PIC XX.
           88 FERIADOS-DISPONIBLES   VALUE "00" "23".
       01 FS-ESTADISTICAS        PIC XX.
           88 ESTADISTICAS-DISPONIBLES VALUE "00" "23".
       01 FS-TARIFAS             PIC XX.
       01 FS-PROPUESTAS          PIC XX.
           88 NO-EXISTE-PROPUESTAS   VALUE "35".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "RECOM-TARIFAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       *>
       *> BANDAS DE OCUPACION (en %): debajo de OCUP-BAJA se propone
       *> bajar la tarifa AJUSTE-BAJA %, desde OCUP-ALTA subirla
       *> AJUSTE-ALTA % y desde OCUP-PICO subirla AJUSTE-PICO %.
       *> Entre la baja y la alta la tarifa se deja como esta.
       *> Cada feriado de la semana suma OCUP-FERIADO puntos: la
       *> demanda de los fines de semana largos entra sobre la hora
       *> y no se ve en las reservas con semanas de anticipacion.
       *>
       01 WS-OCUP-BAJA           PIC 9(3)V99 VALUE 40.
       01 WS-OCUP-ALTA           PIC 9(3)V99 VALUE 75.
       01 WS-OCUP-PICO           PIC 9(3)V99 VALUE 90.
       01 WS-AJUSTE-BAJA         PIC 9(3)V99 VALUE 10.
       01 WS-AJUSTE-ALTA         PIC 9(3)V99 VALUE 10.
       01 WS-AJUSTE-PICO         PIC 9(3)V99 VALUE 25.
       01 WS-OCUP-FERIADO        PIC 9(3)V99 VALUE 10.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-SEMANAS             PIC 9.
       01 WS-CANT-DIAS           PIC 9(2).

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

       *>
       *> HORIZONTE: dias de las semanas proyectadas, de lunes a
       *> domingo, empezando el lunes siguiente a la corrida.
       *>
       01 WS-TABLA-DIAS.
           03 WS-DIA OCCURS 56 TIMES.
               05 WS-DIA-FECHA       PIC 9(8).
               05 WS-DIA-FERIADO     PIC X.
       01 WS-IND-DIA             PIC 9(2).
       01 WS-IND-SEMANA          PIC 9.
       01 WS-IND-TURNO           PIC 9.
       01 WS-RESTO-SEMANA        PIC 9.

       *>
       *> SEMANAS: feriados de la semana y la ocupacion de la flota
       *> en el mismo mes del anio anterior, segun ESTADISTICAS.
       *>
       01 WS-TABLA-SEMANAS.
           03 WS-SEM OCCURS 8 TIMES.
               05 WS-SEM-DESDE       PIC 9(8).
               05 WS-SEM-HASTA       PIC 9(8).
               05 WS-SEM-FERIADOS    PIC 9.
               05 WS-SEM-KPI-HALLADO PIC X.
               05 WS-SEM-OCUP-ANT    PIC 9(3)V99.
       01 WS-PERIODO-ANT         PIC 9(6).
       01 WS-PERIODO-ANT-RED REDEFINES WS-PERIODO-ANT.
           03 WS-PANT-AAAA       PIC 9(4).
           03 WS-PANT-MM         PIC 9(2).
       01 WS-FECHA-SEM-RED.
           03 WS-FSEM-AAAA       PIC 9(4).
           03 WS-FSEM-MM         PIC 9(2).
           03 WS-FSEM-DD         PIC 9(2).
       01 WS-FECHA-SEM REDEFINES WS-FECHA-SEM-RED PIC 9(8).

       *>
       *> OCUPACION POR CATEGORIA, SEMANA Y TURNO: la capacidad son
       *> los dias-vehiculo disponibles de la categoria (flota activa
       *> menos fuera de servicio). Sin chofer el auto sale todo el
       *> dia y ocupa los tres turnos. Con chofer el uso cuenta en el
       *> turno del chofer, pero el auto igual queda tomado todo el
       *> dia: esos dias-vehiculo se llevan aparte y se descuentan de
       *> la capacidad de los otros dos turnos.
       *>
       01 WS-TABLA-CATEGORIAS.
           03 WS-TC OCCURS 30 TIMES.
               05 WS-TC-CATEGORIA    PIC X(2).
               05 WS-TC-SEMANA OCCURS 8 TIMES.
                   07 WS-TC-CAPACIDAD    PIC 9(5).
                   07 WS-TC-USO OCCURS 3 TIMES PIC 9(5).
                   07 WS-TC-CHOFER OCCURS 3 TIMES PIC 9(5).
       01 WS-TC-USADAS           PIC 9(2) VALUE ZEROES.
       01 WS-TC-IND              PIC 9(2).
       01 WS-TC-HALLADA          PIC 9(2).
       01 WS-CATEGORIA-BUSCADA   PIC X(2).

       01 WS-TABLA-TURNOS        PIC X(3) VALUE "MTN".
       01 WS-TURNOS-RED REDEFINES WS-TABLA-TURNOS.
           03 WS-TURNO-LETRA OCCURS 3 TIMES PIC X.
       01 WS-TURNO-HALLADO       PIC 9.

       01 WS-TABLA-DISPONIBLE.
           03 WS-DISPONIBLE OCCURS 56 TIMES PIC X.

       01 WS-USO-DESDE           PIC 9(8).
       01 WS-USO-HASTA           PIC 9(8).
       01 WS-CHOFER-BUSCADO      PIC X(7).
       01 WS-FECHA-CHOFER        PIC 9(8).

       01 WS-CAPACIDAD-TURNO     PIC S9(5).
       01 WS-OCUPACION           PIC 9(5)V99.
       01 WS-OCUPACION-EFECTIVA  PIC 9(5)V99.
       01 WS-AJUSTE              PIC S9(3)V99.
       01 WS-BANDA               PIC X(6).
       01 WS-TARIFA-HALLADA      PIC X.
           88 HAY-TARIFA             VALUE "S".
       01 WS-TARIFA-ACTUAL       PIC 9(5)V99.
       01 WS-TARIFA-KM           PIC 9(3)V99.
       01 WS-TARIFA-PROPUESTA    PIC 9(5)V99.
       01 WS-DIAS-ESPERADOS      PIC 9(5).
       01 WS-EFECTO              PIC S9(9)V99.
       01 WS-EFECTO-TOTAL        PIC S9(11)V99 VALUE ZEROES.

       01 WS-OCUP-EDIT           PIC ZZ9,99.
       01 WS-OCUP-ANT-EDIT       PIC ZZ9,99.
       01 WS-TARIFA-EDIT         PIC ZZZZ9,99.
       01 WS-PROPUESTA-EDIT      PIC ZZZZ9,99.
       01 WS-EFECTO-EDIT         PIC -ZZZZZZZZ9,99.
       01 WS-EFECTO-TOTAL-EDIT   PIC -ZZZZZZZZZZ9,99.
       01 WS-CAPACIDAD-EDIT      PIC ZZZZ9.
       01 WS-USO-EDIT            PIC ZZZZ9.

       01 CANT-PROPUESTAS        PIC 9(5) VALUE ZEROES.
       01 CANT-YA-RESUELTAS      PIC 9(5) VALUE ZEROES.
       01 CANT-SIN-TARIFA        PIC 9(5) VALUE ZEROES.
       01 CANT-RETIRADAS         PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "SEMANAS A PROYECTAR (1-8): ".
           ACCEPT WS-SEMANAS.
           IF WS-SEMANAS < 1 OR WS-SEMANAS > 8
               DISPLAY "CANTIDAD DE SEMANAS INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ARMAR-HORIZONTE.
           PERFORM CARGAR-CAPACIDAD.
           PERFORM CARGAR-ALQUILERES-ABIERTOS.
           PERFORM CARGAR-RESERVAS-CONFIRMADAS.
           PERFORM EMITIR-ENCABEZADO.
           PERFORM PROPONER-CATEGORIA
               VARYING WS-TC-IND FROM 1 BY 1
               UNTIL WS-TC-IND > WS-TC-USADAS.
           PERFORM EMITIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "PROPUESTAS DE TARIFA: " CANT-PROPUESTAS.
           DISPLAY "YA RESUELTAS, NO REEMPLAZADAS: " CANT-YA-RESUELTAS.
           DISPLAY "PENDIENTES RETIRADAS: " CANT-RETIRADAS.
           DISPLAY "CATEGORIA/TURNO SIN TARIFA VIGENTE: "
               CANT-SIN-TARIFA.
           GOBACK.

       CARGAR-PARAMETROS.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           MOVE "OCUP-BAJA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-OCUP-BAJA
           END-IF.
           MOVE "OCUP-ALTA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-OCUP-ALTA
           END-IF.
           MOVE "OCUP-PICO" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-OCUP-PICO
           END-IF.
           MOVE "AJUSTE-BAJA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-AJUSTE-BAJA
           END-IF.
           MOVE "AJUSTE-ALTA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-AJUSTE-ALTA
           END-IF.
           MOVE "AJUSTE-PICO" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-AJUSTE-PICO
           END-IF.
           MOVE "OCUP-FERIADO" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-OCUP-FERIADO
           END-IF.

       LEER-PARAMETRO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.

       ABRIR-ARCHIVOS.
           OPEN INPUT VEHICULOS-RND.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TARIFAS-RND.
           IF FS-TARIFAS <> "00"
               DISPLAY "ERROR AL ABRIR TARIFAS, FS=" FS-TARIFAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FUERA-SERVICIO-RND.
           OPEN INPUT CHOFERES-RND.
           OPEN INPUT FERIADOS-RND.
           OPEN INPUT ESTADISTICAS-RND.
           OPEN I-O PROPUESTAS-TARIFA-RND.
           IF NO-EXISTE-PROPUESTAS
               OPEN OUTPUT PROPUESTAS-TARIFA-RND
               CLOSE PROPUESTAS-TARIFA-RND
               OPEN I-O PROPUESTAS-TARIFA-RND
           END-IF.
           IF FS-PROPUESTAS <> "00"
               DISPLAY "ERROR AL ABRIR PROPUESTAS DE TARIFA, FS="
                   FS-PROPUESTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-TARIFAS.

       CERRAR-ARCHIVOS.
           CLOSE VEHICULOS-RND.
           CLOSE TARIFAS-RND.
           CLOSE FUERA-SERVICIO-RND.
           CLOSE CHOFERES-RND.
           CLOSE FERIADOS-RND.
           CLOSE ESTADISTICAS-RND.
           CLOSE PROPUESTAS-TARIFA-RND.
           CLOSE REPORTE-TARIFAS.

       *>
       *> el horizonte arranca el lunes siguiente a hoy: la semana en
       *> curso ya esta vendida y una tarifa nueva no llega a tiempo.
       *>
       ARMAR-HORIZONTE.
           MOVE WS-FECHA-HOY TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM AVANZAR-A-LUNES UNTIL WS-DIA-SEMANA = 2.
           COMPUTE WS-CANT-DIAS = WS-SEMANAS * 7.
           PERFORM ARMAR-DIA
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > WS-CANT-DIAS.
           PERFORM ARMAR-SEMANA
               VARYING WS-IND-SEMANA FROM 1 BY 1
               UNTIL WS-IND-SEMANA > WS-SEMANAS.

       AVANZAR-A-LUNES.
           PERFORM SUMAR-DIA-CURSOR.
           PERFORM CALCULAR-DIA-SEMANA.

       ARMAR-DIA.
           MOVE WS-FECHA-CURSOR TO WS-DIA-FECHA (WS-IND-DIA).
           MOVE "N" TO WS-DIA-FERIADO (WS-IND-DIA).
           IF FERIADOS-DISPONIBLES
               MOVE WS-FECHA-CURSOR TO FER-FECHA OF REG-FERIADOS
               READ FERIADOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-DIA-FERIADO (WS-IND-DIA)
               END-READ
           END-IF.
           PERFORM SUMAR-DIA-CURSOR.

       ARMAR-SEMANA.
           COMPUTE WS-IND-DIA = (WS-IND-SEMANA - 1) * 7 + 1.
           MOVE WS-DIA-FECHA (WS-IND-DIA) TO
               WS-SEM-DESDE (WS-IND-SEMANA).
           MOVE ZEROES TO WS-SEM-FERIADOS (WS-IND-SEMANA).
           PERFORM CONTAR-FERIADO-SEMANA 7 TIMES.
           COMPUTE WS-IND-DIA = WS-IND-SEMANA * 7.
           MOVE WS-DIA-FECHA (WS-IND-DIA) TO
               WS-SEM-HASTA (WS-IND-SEMANA).
           MOVE WS-SEM-DESDE (WS-IND-SEMANA) TO WS-FECHA-SEM.
           COMPUTE WS-PANT-AAAA = WS-FSEM-AAAA - 1.
           MOVE WS-FSEM-MM TO WS-PANT-MM.
           MOVE "N" TO WS-SEM-KPI-HALLADO (WS-IND-SEMANA).
           MOVE ZEROES TO WS-SEM-OCUP-ANT (WS-IND-SEMANA).
           IF ESTADISTICAS-DISPONIBLES
               MOVE WS-PERIODO-ANT TO EST-PERIODO OF REG-ESTADISTICAS
               READ ESTADISTICAS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-SEM-KPI-HALLADO (WS-IND-SEMANA)
                       MOVE EST-OCUPACION OF REG-ESTADISTICAS TO
                           WS-SEM-OCUP-ANT (WS-IND-SEMANA)
               END-READ
           END-IF.

       CONTAR-FERIADO-SEMANA.
           IF WS-DIA-FERIADO (WS-IND-DIA) = "S"
               ADD 1 TO WS-SEM-FERIADOS (WS-IND-SEMANA)
           END-IF.
           ADD 1 TO WS-IND-DIA.

       *>
       *> capacidad: cada vehiculo activo aporta los dias del
       *> horizonte que no esta fuera de servicio.
       *>
       CARGAR-CAPACIDAD.
           MOVE LOW-VALUES TO VEH-PATENTE OF REG-VEHICULOS-RND.
           START VEHICULOS-RND KEY IS NOT LESS THAN
               VEH-PATENTE OF REG-VEHICULOS-RND
               INVALID KEY MOVE "10" TO FS-VEHICULOS
           END-START.
           IF NOT EOF-VEHICULOS
               PERFORM LEER-VEHICULO
               PERFORM SUMAR-CAPACIDAD-VEHICULO UNTIL EOF-VEHICULOS
           END-IF.

       LEER-VEHICULO.
           READ VEHICULOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-VEHICULOS
           END-READ.

       SUMAR-CAPACIDAD-VEHICULO.
           IF VEH-ESTADO OF REG-VEHICULOS-RND = "A"
               MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                   WS-CATEGORIA-BUSCADA
               PERFORM UBICAR-CATEGORIA
               IF WS-TC-HALLADA > ZEROES
                   MOVE ALL "S" TO WS-TABLA-DISPONIBLE
                   IF FS-FUERA-SERVICIO = "00"
                      OR FS-FUERA-SERVICIO = "10"
                      OR FS-FUERA-SERVICIO = "23"
                       PERFORM DESCONTAR-FUERA-SERVICIO
                   END-IF
                   PERFORM SUMAR-DIA-DISPONIBLE
                       VARYING WS-IND-DIA FROM 1 BY 1
                       UNTIL WS-IND-DIA > WS-CANT-DIAS
               END-IF
           END-IF.
           PERFORM LEER-VEHICULO.

       DESCONTAR-FUERA-SERVICIO.
           MOVE VEH-PATENTE OF REG-VEHICULOS-RND TO
               FSV-PATENTE OF REG-FUERA-SERVICIO.
           MOVE ZEROES TO FSV-DESDE OF REG-FUERA-SERVICIO.
           START FUERA-SERVICIO-RND KEY IS NOT LESS THAN
               FSV-CLAVE OF REG-FUERA-SERVICIO
               INVALID KEY MOVE "10" TO FS-FUERA-SERVICIO
           END-START.
           IF FS-FUERA-SERVICIO = "00"
               PERFORM LEER-FUERA-SERVICIO
           END-IF.
           PERFORM MARCAR-FUERA-SERVICIO
               UNTIL FS-FUERA-SERVICIO <> "00"
               OR FSV-PATENTE OF REG-FUERA-SERVICIO <>
                  VEH-PATENTE OF REG-VEHICULOS-RND.

       LEER-FUERA-SERVICIO.
           READ FUERA-SERVICIO-RND NEXT RECORD
               AT END MOVE "10" TO FS-FUERA-SERVICIO
           END-READ.

       MARCAR-FUERA-SERVICIO.
           PERFORM MARCAR-DIA-FUERA-SERVICIO
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > WS-CANT-DIAS.
           PERFORM LEER-FUERA-SERVICIO.

       MARCAR-DIA-FUERA-SERVICIO.
           IF WS-DIA-FECHA (WS-IND-DIA) >=
              FSV-DESDE OF REG-FUERA-SERVICIO
              AND WS-DIA-FECHA (WS-IND-DIA) <=
                  FSV-HASTA OF REG-FUERA-SERVICIO
               MOVE "N" TO WS-DISPONIBLE (WS-IND-DIA)
           END-IF.

       SUMAR-DIA-DISPONIBLE.
           IF WS-DISPONIBLE (WS-IND-DIA) = "S"
               PERFORM CALCULAR-SEMANA-DEL-DIA
               ADD 1 TO WS-TC-CAPACIDAD (WS-TC-HALLADA, WS-IND-SEMANA)
           END-IF.

       CALCULAR-SEMANA-DEL-DIA.
           DIVIDE WS-IND-DIA BY 7 GIVING WS-IND-SEMANA
               REMAINDER WS-RESTO-SEMANA.
           IF WS-RESTO-SEMANA > ZEROES
               ADD 1 TO WS-IND-SEMANA
           END-IF.

       UBICAR-CATEGORIA.
           MOVE ZEROES TO WS-TC-HALLADA.
           PERFORM BUSCAR-CATEGORIA-TABLA
               VARYING WS-TC-IND FROM 1 BY 1
               UNTIL WS-TC-IND > WS-TC-USADAS
               OR WS-TC-HALLADA > ZEROES.
           IF WS-TC-HALLADA = ZEROES AND WS-TC-USADAS < 30
               ADD 1 TO WS-TC-USADAS
               MOVE WS-TC-USADAS TO WS-TC-HALLADA
               INITIALIZE WS-TC (WS-TC-HALLADA)
               MOVE WS-CATEGORIA-BUSCADA TO
                   WS-TC-CATEGORIA (WS-TC-HALLADA)
           END-IF.

       BUSCAR-CATEGORIA-TABLA.
           IF WS-TC-CATEGORIA (WS-TC-IND) = WS-CATEGORIA-BUSCADA
               MOVE WS-TC-IND TO WS-TC-HALLADA
           END-IF.

       CARGAR-ALQUILERES-ABIERTOS.
           OPEN INPUT ALQUILERES-SEQ.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ALQUILERES NO DISPONIBLE, FS=" FS-ALQUILERES
           ELSE
               READ ALQUILERES-SEQ
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM EXAMINAR-ALQUILER UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-SEQ
           END-IF.

       EXAMINAR-ALQUILER.
           IF ALQ-ESTADO OF REG-ALQUILERES-SEQ = "A"
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ >=
                  WS-DIA-FECHA (1)
               MOVE ALQ-PATENTE OF REG-ALQUILERES-SEQ TO
                   VEH-PATENTE OF REG-VEHICULOS-RND
               READ VEHICULOS-RND
                   KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
                   INVALID KEY MOVE SPACES TO WS-CATEGORIA-BUSCADA
                   NOT INVALID KEY
                       MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                           WS-CATEGORIA-BUSCADA
               END-READ
               IF WS-CATEGORIA-BUSCADA NOT = SPACES
                   MOVE ALQ-CHOFER OF REG-ALQUILERES-SEQ TO
                       WS-CHOFER-BUSCADO
                   MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO
                       WS-FECHA-CHOFER
                   MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO
                       WS-USO-DESDE
                   MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ TO
                       WS-USO-HASTA
                   PERFORM REGISTRAR-USO
               END-IF
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       CARGAR-RESERVAS-CONFIRMADAS.
           OPEN INPUT RESERVAS-SEQ.
           IF FS-RESERVAS <> "00"
               DISPLAY "RESERVAS NO DISPONIBLE, FS=" FS-RESERVAS
           ELSE
               READ RESERVAS-SEQ
                   AT END MOVE "10" TO FS-RESERVAS
               END-READ
               PERFORM EXAMINAR-RESERVA UNTIL EOF-RESERVAS
               CLOSE RESERVAS-SEQ
           END-IF.

       EXAMINAR-RESERVA.
           IF RES-CONFIRMADA
              AND RES-FECHA OF REG-RESERVAS-SEQ >= WS-DIA-FECHA (1)
              AND RES-FECHA OF REG-RESERVAS-SEQ <=
                  WS-DIA-FECHA (WS-CANT-DIAS)
               MOVE RES-CATEGORIA OF REG-RESERVAS-SEQ TO
                   WS-CATEGORIA-BUSCADA
               MOVE RES-CHOFER OF REG-RESERVAS-SEQ TO WS-CHOFER-BUSCADO
               MOVE RES-FECHA OF REG-RESERVAS-SEQ TO WS-FECHA-CHOFER
               MOVE RES-FECHA OF REG-RESERVAS-SEQ TO WS-USO-DESDE
               MOVE RES-FECHA OF REG-RESERVAS-SEQ TO WS-USO-HASTA
               PERFORM REGISTRAR-USO
           END-IF.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       *>
       *> una categoria que no tiene flota activa no se agrega a la
       *> tabla: sin capacidad no hay ocupacion que medir.
       *>
       REGISTRAR-USO.
           MOVE ZEROES TO WS-TC-HALLADA.
           PERFORM BUSCAR-CATEGORIA-TABLA
               VARYING WS-TC-IND FROM 1 BY 1
               UNTIL WS-TC-IND > WS-TC-USADAS
               OR WS-TC-HALLADA > ZEROES.
           IF WS-TC-HALLADA > ZEROES
               PERFORM BUSCAR-TURNO-CHOFER
               PERFORM SUMAR-DIA-USO
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > WS-CANT-DIAS
           END-IF.

       BUSCAR-TURNO-CHOFER.
           MOVE ZEROES TO WS-TURNO-HALLADO.
           IF WS-CHOFER-BUSCADO NOT = SPACES
              AND FS-CHOFERES NOT = "35"
               MOVE WS-CHOFER-BUSCADO TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               START CHOFERES-RND KEY IS NOT LESS THAN
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
                   INVALID KEY MOVE "10" TO FS-CHOFERES
                   NOT INVALID KEY MOVE "00" TO FS-CHOFERES
               END-START
               IF FS-CHOFERES = "00"
                   PERFORM LEER-CHOFER
               END-IF
               PERFORM EXAMINAR-PERIODO-CHOFER
                   UNTIL FS-CHOFERES <> "00"
                   OR CHO-NRO-LEGAJO OF REG-CHOFERES-RND <>
                      WS-CHOFER-BUSCADO
           END-IF.

       LEER-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       EXAMINAR-PERIODO-CHOFER.
           IF CHO-FECHA-DESDE OF REG-CHOFERES-RND <= WS-FECHA-CHOFER
              AND (CHO-FECHA-HASTA OF REG-CHOFERES-RND = ZEROES
                   OR CHO-FECHA-HASTA OF REG-CHOFERES-RND >=
                      WS-FECHA-CHOFER)
               PERFORM UBICAR-TURNO
                   VARYING WS-IND-TURNO FROM 1 BY 1
                   UNTIL WS-IND-TURNO > 3
           END-IF.
           PERFORM LEER-CHOFER.

       UBICAR-TURNO.
           IF WS-TURNO-LETRA (WS-IND-TURNO) =
              CHO-TURNO OF REG-CHOFERES-RND
               MOVE WS-IND-TURNO TO WS-TURNO-HALLADO
           END-IF.

       SUMAR-DIA-USO.
           IF WS-DIA-FECHA (WS-IND-DIA) >= WS-USO-DESDE
              AND WS-DIA-FECHA (WS-IND-DIA) <= WS-USO-HASTA
               PERFORM CALCULAR-SEMANA-DEL-DIA
               IF WS-TURNO-HALLADO > ZEROES
                   ADD 1 TO WS-TC-USO (WS-TC-HALLADA, WS-IND-SEMANA,
                       WS-TURNO-HALLADO)
                   ADD 1 TO WS-TC-CHOFER (WS-TC-HALLADA, WS-IND-SEMANA,
                       WS-TURNO-HALLADO)
               ELSE
                   ADD 1 TO WS-TC-USO (WS-TC-HALLADA, WS-IND-SEMANA, 1)
                   ADD 1 TO WS-TC-USO (WS-TC-HALLADA, WS-IND-SEMANA, 2)
                   ADD 1 TO WS-TC-USO (WS-TC-HALLADA, WS-IND-SEMANA, 3)
               END-IF
           END-IF.

       EMITIR-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECOMENDACION DE TARIFAS POR OCUPACION - CORRIDA "
                      DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " - SEMANAS DEL " DELIMITED BY SIZE
                  WS-DIA-FECHA (1) DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-DIA-FECHA (WS-CANT-DIAS) DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "CA T SEMANA   FER CAPAC  USO  OCUP% ANIO-ANT BANDA"
               TO LINEA-REPORTE.
           MOVE "TARIFA  PROPUESTA  EFECTO ESTIMADO" TO
               LINEA-REPORTE (56:34).
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       PROPONER-CATEGORIA.
           PERFORM PROPONER-TURNO
               VARYING WS-IND-TURNO FROM 1 BY 1
               UNTIL WS-IND-TURNO > 3.

       PROPONER-TURNO.
           PERFORM PROPONER-SEMANA
               VARYING WS-IND-SEMANA FROM 1 BY 1
               UNTIL WS-IND-SEMANA > WS-SEMANAS.

       *>
       *> la ocupacion que decide la banda es la mayor entre la
       *> proyectada (ya vendida, mas el plus por feriados) y la que
       *> tuvo la flota el mismo mes del anio pasado: lo reservado con
       *> semanas de anticipacion es un piso, no la demanda final.
       *>
       PROPONER-SEMANA.
           IF WS-TC-CAPACIDAD (WS-TC-IND, WS-IND-SEMANA) > ZEROES
               PERFORM CALCULAR-CAPACIDAD-TURNO
               IF WS-CAPACIDAD-TURNO > ZEROES
                   COMPUTE WS-OCUPACION ROUNDED =
                       WS-TC-USO (WS-TC-IND, WS-IND-SEMANA,
                                  WS-IND-TURNO)
                       * 100 / WS-CAPACIDAD-TURNO
               ELSE
                   MOVE ZEROES TO WS-CAPACIDAD-TURNO
                   MOVE 100 TO WS-OCUPACION
               END-IF
               COMPUTE WS-OCUPACION-EFECTIVA = WS-OCUPACION
                   + WS-SEM-FERIADOS (WS-IND-SEMANA) * WS-OCUP-FERIADO
               IF WS-SEM-OCUP-ANT (WS-IND-SEMANA) >
                  WS-OCUPACION-EFECTIVA
                   MOVE WS-SEM-OCUP-ANT (WS-IND-SEMANA) TO
                       WS-OCUPACION-EFECTIVA
               END-IF
               IF WS-OCUPACION-EFECTIVA > 100
                   MOVE 100 TO WS-OCUPACION-EFECTIVA
               END-IF
               PERFORM DETERMINAR-BANDA
               PERFORM BUSCAR-TARIFA-VIGENTE
               IF HAY-TARIFA
                   PERFORM CALCULAR-PROPUESTA
               ELSE
                   ADD 1 TO CANT-SIN-TARIFA
                   MOVE ZEROES TO WS-TARIFA-ACTUAL WS-TARIFA-PROPUESTA
                       WS-EFECTO
               END-IF
               PERFORM EMITIR-RENGLON-TARIFA
           END-IF.

       *>
       *> capacidad del turno: la de la categoria menos los dias que
       *> los alquileres con chofer de los otros turnos tienen tomados.
       *>
       CALCULAR-CAPACIDAD-TURNO.
           COMPUTE WS-CAPACIDAD-TURNO =
               WS-TC-CAPACIDAD (WS-TC-IND, WS-IND-SEMANA)
               - WS-TC-CHOFER (WS-TC-IND, WS-IND-SEMANA, 1)
               - WS-TC-CHOFER (WS-TC-IND, WS-IND-SEMANA, 2)
               - WS-TC-CHOFER (WS-TC-IND, WS-IND-SEMANA, 3)
               + WS-TC-CHOFER (WS-TC-IND, WS-IND-SEMANA, WS-IND-TURNO).

       DETERMINAR-BANDA.
           EVALUATE TRUE
               WHEN WS-OCUPACION-EFECTIVA >= WS-OCUP-PICO
                   MOVE "PICO" TO WS-BANDA
                   MOVE WS-AJUSTE-PICO TO WS-AJUSTE
               WHEN WS-OCUPACION-EFECTIVA >= WS-OCUP-ALTA
                   MOVE "ALTA" TO WS-BANDA
                   MOVE WS-AJUSTE-ALTA TO WS-AJUSTE
               WHEN WS-OCUPACION-EFECTIVA < WS-OCUP-BAJA
                   MOVE "BAJA" TO WS-BANDA
                   COMPUTE WS-AJUSTE = ZEROES - WS-AJUSTE-BAJA
               WHEN OTHER
                   MOVE "NORMAL" TO WS-BANDA
                   MOVE ZEROES TO WS-AJUSTE
           END-EVALUATE.

       *>
       *> tarifa vigente el lunes de la semana, con el mismo criterio
       *> que el alta de alquiler: entre las filas de la categoria y
       *> turno cuya vigencia cubre la fecha gana la de desde mayor.
       *>
       BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE WS-TC-CATEGORIA (WS-TC-IND) TO
               TAR-CATEGORIA OF REG-TARIFAS-RND.
           MOVE WS-TURNO-LETRA (WS-IND-TURNO) TO
               TAR-TURNO OF REG-TARIFAS-RND.
           MOVE ZEROES TO TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND.
           START TARIFAS-RND KEY IS NOT LESS THAN
               TAR-CLAVE OF REG-TARIFAS-RND
               INVALID KEY MOVE "10" TO FS-TARIFAS
               NOT INVALID KEY MOVE "00" TO FS-TARIFAS
           END-START.
           IF FS-TARIFAS = "00"
               PERFORM LEER-TARIFA
               PERFORM EXAMINAR-TARIFA
                   UNTIL FS-TARIFAS <> "00"
                   OR TAR-CATEGORIA OF REG-TARIFAS-RND <>
                      WS-TC-CATEGORIA (WS-TC-IND)
                   OR TAR-TURNO OF REG-TARIFAS-RND <>
                      WS-TURNO-LETRA (WS-IND-TURNO)
           END-IF.

       LEER-TARIFA.
           READ TARIFAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TARIFAS
           END-READ.

       EXAMINAR-TARIFA.
           IF WS-SEM-DESDE (WS-IND-SEMANA) >=
              TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND
              AND WS-SEM-DESDE (WS-IND-SEMANA) <=
                  TAR-VIGENCIA-HASTA OF REG-TARIFAS-RND
               MOVE "S" TO WS-TARIFA-HALLADA
               MOVE TAR-TARIFA-DIARIA OF REG-TARIFAS-RND TO
                   WS-TARIFA-ACTUAL
               MOVE TAR-TARIFA-KM OF REG-TARIFAS-RND TO WS-TARIFA-KM
           END-IF.
           PERFORM LEER-TARIFA.

       *>
       *> EFECTO ESTIMADO: los dias que se esperan vender en la semana
       *> (ocupacion de la banda sobre la capacidad) por la diferencia
       *> de tarifa. Lo ya vendido conserva su precio, asi que es un
       *> techo del efecto, no un piso.
       *>
       CALCULAR-PROPUESTA.
           COMPUTE WS-TARIFA-PROPUESTA ROUNDED =
               WS-TARIFA-ACTUAL * (100 + WS-AJUSTE) / 100.
           COMPUTE WS-DIAS-ESPERADOS ROUNDED =
               WS-OCUPACION-EFECTIVA * WS-CAPACIDAD-TURNO / 100.
           COMPUTE WS-EFECTO = WS-DIAS-ESPERADOS *
               (WS-TARIFA-PROPUESTA - WS-TARIFA-ACTUAL).
           ADD WS-EFECTO TO WS-EFECTO-TOTAL.
           MOVE WS-TC-CATEGORIA (WS-TC-IND) TO
               PTF-CATEGORIA OF REG-PROPUESTAS-TARIFA.
           MOVE WS-TURNO-LETRA (WS-IND-TURNO) TO
               PTF-TURNO OF REG-PROPUESTAS-TARIFA.
           MOVE WS-SEM-DESDE (WS-IND-SEMANA) TO
               PTF-VIGENCIA-DESDE OF REG-PROPUESTAS-TARIFA.
           IF WS-AJUSTE = ZEROES
               PERFORM RETIRAR-PROPUESTA
           ELSE
               PERFORM GRABAR-PROPUESTA
           END-IF.

       *>
       *> una propuesta ya aceptada o rechazada no se pisa; una
       *> pendiente se recalcula, y si la semana volvio a la banda
       *> normal se retira.
       *>
       GRABAR-PROPUESTA.
           READ PROPUESTAS-TARIFA-RND
               INVALID KEY
                   PERFORM MOVER-PROPUESTA
                   WRITE REG-PROPUESTAS-TARIFA
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR PROPUESTA "
                               PTF-CLAVE OF REG-PROPUESTAS-TARIFA
                       NOT INVALID KEY
                           ADD 1 TO CANT-PROPUESTAS
                   END-WRITE
               NOT INVALID KEY
                   IF PROPUESTA-PENDIENTE
                       PERFORM MOVER-PROPUESTA
                       REWRITE REG-PROPUESTAS-TARIFA
                           INVALID KEY
                               DISPLAY "ERROR AL REGRABAR PROPUESTA "
                                   PTF-CLAVE OF REG-PROPUESTAS-TARIFA
                           NOT INVALID KEY
                               ADD 1 TO CANT-PROPUESTAS
                       END-REWRITE
                   ELSE
                       ADD 1 TO CANT-YA-RESUELTAS
                   END-IF
           END-READ.

       RETIRAR-PROPUESTA.
           READ PROPUESTAS-TARIFA-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PROPUESTA-PENDIENTE
                       DELETE PROPUESTAS-TARIFA-RND RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO CANT-RETIRADAS
                       END-DELETE
                   END-IF
           END-READ.

       MOVER-PROPUESTA.
           MOVE WS-SEM-HASTA (WS-IND-SEMANA) TO
               PTF-VIGENCIA-HASTA OF REG-PROPUESTAS-TARIFA.
           MOVE WS-TARIFA-ACTUAL TO
               PTF-TARIFA-ACTUAL OF REG-PROPUESTAS-TARIFA.
           MOVE WS-TARIFA-PROPUESTA TO
               PTF-TARIFA-PROPUESTA OF REG-PROPUESTAS-TARIFA.
           MOVE WS-TARIFA-KM TO PTF-TARIFA-KM OF REG-PROPUESTAS-TARIFA.
           MOVE WS-OCUPACION-EFECTIVA TO
               PTF-OCUPACION OF REG-PROPUESTAS-TARIFA.
           MOVE WS-SEM-OCUP-ANT (WS-IND-SEMANA) TO
               PTF-OCUPACION-ANTERIOR OF REG-PROPUESTAS-TARIFA.
           MOVE WS-SEM-FERIADOS (WS-IND-SEMANA) TO
               PTF-FERIADOS OF REG-PROPUESTAS-TARIFA.
           MOVE WS-EFECTO TO PTF-EFECTO OF REG-PROPUESTAS-TARIFA.
           MOVE "P" TO PTF-ESTADO OF REG-PROPUESTAS-TARIFA.
           MOVE WS-FECHA-HOY TO
               PTF-FECHA-ESTADO OF REG-PROPUESTAS-TARIFA.

       EMITIR-RENGLON-TARIFA.
           MOVE WS-OCUPACION TO WS-OCUP-EDIT.
           MOVE WS-SEM-OCUP-ANT (WS-IND-SEMANA) TO WS-OCUP-ANT-EDIT.
           MOVE WS-CAPACIDAD-TURNO TO WS-CAPACIDAD-EDIT.
           MOVE WS-TC-USO (WS-TC-IND, WS-IND-SEMANA, WS-IND-TURNO) TO
               WS-USO-EDIT.
           MOVE WS-TARIFA-ACTUAL TO WS-TARIFA-EDIT.
           MOVE WS-TARIFA-PROPUESTA TO WS-PROPUESTA-EDIT.
           MOVE WS-EFECTO TO WS-EFECTO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-TC-CATEGORIA (WS-TC-IND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TURNO-LETRA (WS-IND-TURNO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SEM-DESDE (WS-IND-SEMANA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SEM-FERIADOS (WS-IND-SEMANA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAPACIDAD-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OCUP-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-OCUP-ANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BANDA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF WS-SEM-KPI-HALLADO (WS-IND-SEMANA) = "N"
               MOVE "    S/D" TO LINEA-REPORTE (40:7)
           END-IF.
           IF HAY-TARIFA
               MOVE WS-TARIFA-EDIT TO LINEA-REPORTE (55:8)
               IF WS-AJUSTE NOT = ZEROES
                   MOVE WS-PROPUESTA-EDIT TO LINEA-REPORTE (65:8)
                   MOVE WS-EFECTO-EDIT TO LINEA-REPORTE (75:13)
               END-IF
           ELSE
               MOVE "SIN TARIFA VIGENTE" TO LINEA-REPORTE (55:18)
           END-IF.
           WRITE LINEA-REPORTE.

       EMITIR-TOTALES.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-EFECTO-TOTAL TO WS-EFECTO-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EFECTO ESTIMADO EN INGRESOS SI SE ACEPTAN TODAS: "
                      DELIMITED BY SIZE
                  WS-EFECTO-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PROPUESTAS PENDIENTES DE REVISION EN "
                      DELIMITED BY SIZE
                  "MANTENIMIENTO-TARIFAS: " DELIMITED BY SIZE
                  CANT-PROPUESTAS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CALCULAR-DIA-SEMANA.
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
