       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-REEMPLAZO-FLOTA.
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

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT SINIESTROS-RND
           ASSIGN TO DISK "Entrada/indexados/siniestros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-CLAVE OF REG-SINIESTROS
           FILE STATUS IS FS-SINIESTROS.

       SELECT VALORES-RND
           ASSIGN TO DISK "Entrada/indexados/valoresAdquisicion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VAD-PATENTE OF REG-VALORES
           FILE STATUS IS FS-VALORES.

       SELECT DEPRECIACION-RND
           ASSIGN TO DISK
               "Entrada/indexados/historialDepreciacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE OF REG-DEPRECIACION
           FILE STATUS IS FS-DEPRECIACION.

       SELECT COSTOS-REEMPLAZO-RND
           ASSIGN TO DISK "Entrada/indexados/costosReemplazo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRE-CATEGORIA OF REG-COSTOS-REEMPLAZO
           FILE STATUS IS FS-COSTOS.

       SELECT GASTOS
           ASSIGN TO DISK "Entrada/gastos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GASTOS.

       SELECT ORDEN-GASTOS
           ASSIGN TO DISK "Entrada/indexados/gastosReemp.wrk".

       SELECT GASTOS-ORDENADOS
           ASSIGN TO DISK "Entrada/indexados/gastosReemp.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GASTOS-ORD.

       SELECT COMBUSTIBLE
           ASSIGN TO DISK "Entrada/combustible.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMBUSTIBLE.

       SELECT ORDEN-CARGAS
           ASSIGN TO DISK "Entrada/indexados/combustibleReemp.wrk".

       SELECT CARGAS-ORDENADAS
           ASSIGN TO DISK "Entrada/indexados/combustibleReemp.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARGAS.

       SELECT ORDEN-RANKING
           ASSIGN TO DISK "Entrada/indexados/rankingReemp.wrk".

       SELECT REPORTE-PLAN
           ASSIGN TO DISK "Salida/planReemplazoFlota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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

       FD SINIESTROS-RND
           LABEL RECORD IS STANDARD.
       01 REG-SINIESTROS.
           03 SIN-CLAVE.
               05  SIN-PATENTE PIC X(6).
               05  SIN-FECHA   PIC 9(8).
           03 SIN-ALQ-PATENTE  PIC X(6).
           03 SIN-ALQ-FECHA    PIC 9(8).
           03 SIN-CODIGO       PIC X(2).
           03 SIN-COSTO        PIC 9(9)V99.
           03 SIN-RESPONSABLE  PIC X.
               88 RESPONSABLE-CLIENTE  VALUE "C".
               88 RESPONSABLE-CHOFER   VALUE "H".
               88 RESPONSABLE-TERCERO  VALUE "T".
           03 SIN-RECLAMO      PIC X.
               88 RECLAMO-PENDIENTE    VALUE "P".
               88 RECLAMO-ENVIADO      VALUE "E".
               88 RECLAMO-COBRADO      VALUE "C".
               88 RECLAMO-SIN          VALUE "X".
           03 SIN-FACTURA      PIC 9(8).

       FD VALORES-RND
           LABEL RECORD IS STANDARD.
       01 REG-VALORES.
           03 VAD-PATENTE      PIC X(6).
           03 VAD-VALOR        PIC 9(11)V99.

       FD DEPRECIACION-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEPRECIACION.
           03 DEP-CLAVE.
               05  DEP-PATENTE PIC X(6).
               05  DEP-PERIODO PIC 9(6).
           03 DEP-IMPORTE      PIC 9(9)V99.

       FD COSTOS-REEMPLAZO-RND
           LABEL RECORD IS STANDARD.
       01 REG-COSTOS-REEMPLAZO.
           03 CRE-CATEGORIA        PIC X(2).
           03 CRE-COSTO-UNIDAD     PIC 9(9)V99.
           03 CRE-REVENTA-PCT      PIC 9(3)V99.
           03 CRE-KM-LIMITE        PIC 9(7).
           03 CRE-EDAD-MESES       PIC 9(3).
           03 CRE-FECHA-ACTUALIZ   PIC 9(8).

       FD GASTOS
           LABEL RECORD IS STANDARD.
       01 REG-GASTOS.
           03 GAS-PATENTE      PIC X(6).
           03 GAS-FECHA        PIC 9(8).
           03 GAS-RUBRO        PIC X.
           03 GAS-IMPORTE      PIC 9(7)V99.
           03 GAS-COMPROBANTE  PIC X(12).

       SD ORDEN-GASTOS.
       01 REG-ORDEN-GASTOS.
           03 OGA-PATENTE      PIC X(6).
           03 OGA-FECHA        PIC 9(8).
           03 OGA-RUBRO        PIC X.
           03 OGA-IMPORTE      PIC 9(7)V99.

       FD GASTOS-ORDENADOS
           LABEL RECORD IS STANDARD.
       01 REG-GASTOS-ORD.
           03 GAO-PATENTE      PIC X(6).
           03 GAO-FECHA        PIC 9(8).
           03 GAO-RUBRO        PIC X.
           03 GAO-IMPORTE      PIC 9(7)V99.

       FD COMBUSTIBLE
           LABEL RECORD IS STANDARD.
       01 REG-COMBUSTIBLE.
           03 CMB-PATENTE      PIC X(6).
           03 CMB-FECHA        PIC 9(8).
           03 CMB-LITROS       PIC 9(4)V99.
           03 CMB-IMPORTE      PIC 9(7)V99.
           03 CMB-ODOMETRO     PIC 9(7).
           03 CMB-COMPROBANTE  PIC X(12).

       SD ORDEN-CARGAS.
       01 REG-ORDEN-CARGAS.
           03 OCB-PATENTE      PIC X(6).
           03 OCB-FECHA        PIC 9(8).
           03 OCB-ODOMETRO     PIC 9(7).
           03 OCB-LITROS       PIC 9(4)V99.

       FD CARGAS-ORDENADAS
           LABEL RECORD IS STANDARD.
       01 REG-CARGAS-ORD.
           03 CAO-PATENTE      PIC X(6).
           03 CAO-FECHA        PIC 9(8).
           03 CAO-ODOMETRO     PIC 9(7).
           03 CAO-LITROS       PIC 9(4)V99.

       SD ORDEN-RANKING.
       01 REG-ORDEN-RANKING.
           03 ORK-PUNTAJE          PIC 9.
           03 ORK-TRIMESTRE        PIC 9.
           03 ORK-EDAD-MESES       PIC 9(3).
           03 ORK-PATENTE          PIC X(6).
           03 ORK-CATEGORIA        PIC X(2).
           03 ORK-MARCA            PIC X(15).
           03 ORK-KM               PIC 9(7).
           03 ORK-TEND-COSTO       PIC S9(5).
           03 ORK-TEND-COSTO-DISP  PIC X.
           03 ORK-TEND-CONSUMO     PIC S9(5).
           03 ORK-TEND-CONS-DISP   PIC X.
           03 ORK-MARGEN           PIC S9(11)V99.
           03 ORK-VALOR-LIBRO      PIC S9(11)V99.
           03 ORK-VALOR-DISP       PIC X.
           03 ORK-CRITERIOS        PIC X(6).
           03 ORK-COSTO-UNIDAD     PIC 9(9)V99.
           03 ORK-REVENTA          PIC 9(11)V99.
           03 ORK-CON-COSTO        PIC X.

       FD REPORTE-PLAN
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-VEHICULOS           PIC XX.
           88 EOF-VEHICULOS          VALUE "10".
       01 FS-ALQUILERES          PIC XX.
       01 FS-SINIESTROS          PIC XX.
       01 FS-VALORES             PIC XX.
       01 FS-DEPRECIACION        PIC XX.
       01 FS-COSTOS              PIC XX.
       01 FS-GASTOS              PIC XX.
           88 EOF-GASTOS             VALUE "10".
       01 FS-ORDEN-GASTOS        PIC XX.
       01 FS-GASTOS-ORD          PIC XX.
           88 EOF-GASTOS-ORD         VALUE "10".
       01 FS-COMBUSTIBLE         PIC XX.
           88 EOF-COMBUSTIBLE        VALUE "10".
       01 FS-ORDEN-CARGAS        PIC XX.
       01 FS-CARGAS              PIC XX.
           88 EOF-CARGAS             VALUE "10".
       01 FS-ORDEN-RANKING       PIC XX.
       01 FS-REPORTE             PIC XX.

       01 WS-GASTOS-DISPONIBLES  PIC X VALUE "N".
           88 GASTOS-DISPONIBLES     VALUE "S".
       01 WS-CARGAS-DISPONIBLES  PIC X VALUE "N".
           88 CARGAS-DISPONIBLES     VALUE "S".
       01 WS-SINIESTROS-DISP     PIC X VALUE "N".
           88 SINIESTROS-DISPON      VALUE "S".
       01 WS-VALORES-DISP        PIC X VALUE "N".
           88 VALORES-DISPON         VALUE "S".
       01 WS-DEPREC-DISP         PIC X VALUE "N".
           88 DEPRECIACION-DISPON    VALUE "S".
       01 WS-COSTOS-DISP         PIC X VALUE "N".
           88 COSTOS-DISPON          VALUE "S".

       01 WS-ANIO-PLAN           PIC 9(4).
       01 WS-FECHA-CORTE         PIC 9(8).
       01 WS-FECHA-CORTE-RED REDEFINES WS-FECHA-CORTE.
           03 WS-CORTE-AAAA      PIC 9(4).
           03 WS-CORTE-MM        PIC 9(2).
           03 WS-CORTE-DD        PIC 9(2).
       01 WS-DESDE-ACTUAL        PIC 9(8).
       01 WS-DESDE-ANTERIOR      PIC 9(8).
       01 WS-PERIODO-CORTE       PIC 9(6).
       01 WS-PERIODO-DESDE       PIC 9(6).
       01 WS-FECHA-PER           PIC 9(8).
       01 WS-FECHA-PER-RED REDEFINES WS-FECHA-PER.
           03 WS-FECHA-PER-AAAAMM PIC 9(6).
           03 WS-FECHA-PER-DD     PIC 9(2).
       01 WS-MESES-A-PLAN        PIC S9(5).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-EDAD-LIMITE-GRAL    PIC 9(3) VALUE 60.
       01 WS-KM-LIMITE-GRAL      PIC 9(7) VALUE 150000.
       01 WS-TEND-COSTO-LIMITE   PIC 9(3)V99 VALUE 25.00.
       01 WS-TEND-CONS-LIMITE    PIC 9(3)V99 VALUE 15.00.
       01 WS-MARGEN-MINIMO       PIC 9(9)V99 VALUE ZEROES.
       01 WS-VALOR-LIBRO-PCT     PIC 9(3)V99 VALUE 20.00.

       *>
       *> medidas del vehiculo en curso: "ACT" son los doce meses
       *> que terminan en la fecha de corte y "ANT" los doce meses
       *> anteriores a esos.
       *>
       01 WS-EDAD-LIMITE         PIC 9(3).
       01 WS-KM-LIMITE           PIC 9(7).
       01 WS-COSTO-UNIDAD        PIC 9(9)V99.
       01 WS-REVENTA-PCT         PIC 9(3)V99.
       01 WS-CON-COSTO           PIC X.
           88 CATEGORIA-CON-COSTO    VALUE "S".
       01 WS-ALTA-RED.
           03 WS-ALTA-AAAA       PIC 9(4).
           03 WS-ALTA-MM         PIC 9(2).
           03 WS-ALTA-DD         PIC 9(2).
       01 WS-EDAD-INICIO         PIC S9(5).
       01 WS-MESES-FALTAN        PIC S9(7).
       01 WS-KM-ANUAL            PIC 9(7).
       01 WS-INGRESOS-ACT        PIC 9(11)V99.
       01 WS-GASTOS-ACT          PIC 9(11)V99.
       01 WS-AMORTIZACION-ACT    PIC 9(11)V99.
       01 WS-AMORTIZACION-TOTAL  PIC 9(11)V99.
       01 WS-MARGEN-VEH          PIC S9(11)V99.
       01 WS-COSTO-REP-ACT       PIC 9(11)V99.
       01 WS-COSTO-REP-ANT       PIC 9(11)V99.
       01 WS-TEND-COSTO          PIC S9(5).
       01 WS-TEND-COSTO-DISP     PIC X.
       01 WS-LITROS-ACT          PIC 9(7)V99.
       01 WS-LITROS-ANT          PIC 9(7)V99.
       01 WS-ODO-DESDE-ACT       PIC 9(7).
       01 WS-ODO-HASTA-ACT       PIC 9(7).
       01 WS-ODO-DESDE-ANT       PIC 9(7).
       01 WS-ODO-HASTA-ANT       PIC 9(7).
       01 WS-CARGAS-ACT          PIC 9(5).
       01 WS-CARGAS-ANT          PIC 9(5).
       01 WS-CONSUMO-ACT         PIC 9(3)V99.
       01 WS-CONSUMO-ANT         PIC 9(3)V99.
       01 WS-TEND-CONSUMO        PIC S9(5).
       01 WS-TEND-CONS-DISP      PIC X.
       01 WS-VALOR-ADQUISICION   PIC 9(11)V99.
       01 WS-VALOR-LIBRO         PIC S9(11)V99.
       01 WS-VALOR-DISP          PIC X.
       01 WS-REVENTA             PIC 9(11)V99.
       01 WS-PUNTAJE             PIC 9.
       01 WS-TRIMESTRE           PIC 9.
       01 WS-TRIMESTRE-AUX       PIC 9.
       01 WS-CRITERIOS           PIC X(6).
       01 WS-CRITERIOS-RED REDEFINES WS-CRITERIOS.
           03 WS-CRIT-EDAD       PIC X.
           03 WS-CRIT-KM         PIC X.
           03 WS-CRIT-COSTO      PIC X.
           03 WS-CRIT-CONSUMO    PIC X.
           03 WS-CRIT-MARGEN     PIC X.
           03 WS-CRIT-VALOR      PIC X.

       *>
       *> totales del plan por categoria y por trimestre sugerido.
       *>
       01 WS-TABLA-CATEGORIAS.
           03 WS-CATEGORIA-FILA OCCURS 50 TIMES.
               05 WS-TCA-CATEGORIA  PIC X(2).
               05 WS-TCA-CANT       PIC 9(5).
               05 WS-TCA-SIN-COSTO  PIC 9(5).
               05 WS-TCA-PRESUPUESTO PIC 9(13)V99.
               05 WS-TCA-REVENTA    PIC 9(13)V99.
       01 WS-TCA-USADOS          PIC 99 VALUE ZEROES.
       01 WS-TCA-IND             PIC 99.
       01 WS-TCA-HALLADO         PIC 99.
       01 WS-TABLA-TRIMESTRES.
           03 WS-TRIMESTRE-FILA OCCURS 4 TIMES.
               05 WS-TTR-CANT       PIC 9(5).
               05 WS-TTR-PRESUPUESTO PIC 9(13)V99.
               05 WS-TTR-REVENTA    PIC 9(13)V99.
       01 WS-TTR-IND             PIC 9.

       01 CANT-EVALUADOS         PIC 9(5) VALUE ZEROES.
       01 CANT-CANDIDATOS        PIC 9(5) VALUE ZEROES.
       01 CANT-SIN-COSTO         PIC 9(5) VALUE ZEROES.
       01 WS-POSICION            PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-PRESUPUESTO   PIC 9(13)V99 VALUE ZEROES.
       01 WS-TOTAL-REVENTA       PIC 9(13)V99 VALUE ZEROES.
       01 WS-NECESIDAD-NETA      PIC S9(13)V99.

       01 WS-POSICION-EDIT       PIC ZZZZ9.
       01 WS-EDAD-EDIT           PIC ZZ9.
       01 WS-KM-EDIT             PIC ZZZZZZZZ9.
       01 WS-TEND-EDIT           PIC -ZZZ9.
       01 WS-TEND-COSTO-TXT      PIC X(5).
       01 WS-TEND-CONS-TXT       PIC X(5).
       01 WS-MARGEN-EDIT         PIC -ZZZZZZZZZ9,99.
       01 WS-VALOR-TXT           PIC X(14).
       01 WS-TRIMESTRE-TXT       PIC X(2).
       01 WS-CANT-EDIT           PIC ZZZZ9.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZZZ9,99.
       01 WS-REVENTA-EDIT        PIC ZZZZZZZZZZZZ9,99.
       01 WS-NETO-EDIT           PIC -ZZZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
           DISPLAY "PLAN DE REEMPLAZO DE FLOTA".
           DISPLAY "ANIO A PLANIFICAR (AAAA): ".
           ACCEPT WS-ANIO-PLAN.
           DISPLAY "FECHA DE CORTE DE LOS DATOS (AAAAMMDD, 0=HOY): ".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE = ZEROES
               ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           IF WS-ANIO-PLAN = ZEROES
               COMPUTE WS-ANIO-PLAN = WS-CORTE-AAAA + 1
           END-IF.
           IF WS-ANIO-PLAN < WS-CORTE-AAAA
               DISPLAY "EL ANIO A PLANIFICAR ES ANTERIOR AL CORTE"
               STOP RUN
           END-IF.
           PERFORM ARMAR-VENTANAS.
           MOVE WS-FECHA-CORTE TO WS-PV-FECHA.
           PERFORM CARGAR-PARAMETROS.

           PERFORM ORDENAR-GASTOS-POR-PATENTE.
           PERFORM ORDENAR-CARGAS-POR-PATENTE.
           PERFORM ABRIR-ARCHIVOS.

           SORT ORDEN-RANKING
               ON DESCENDING KEY ORK-PUNTAJE
               ON ASCENDING KEY ORK-TRIMESTRE
               ON DESCENDING KEY ORK-EDAD-MESES
               ON ASCENDING KEY ORK-PATENTE
               INPUT PROCEDURE IS EVALUAR-FLOTA
               OUTPUT PROCEDURE IS EMITIR-RANKING.

           PERFORM EMITIR-TOTALES-CATEGORIA.
           PERFORM EMITIR-TOTALES-TRIMESTRE.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "VEHICULOS EVALUADOS: " CANT-EVALUADOS.
           DISPLAY "CANDIDATOS A REEMPLAZO: " CANT-CANDIDATOS.
           IF CANT-SIN-COSTO > ZEROES
               DISPLAY "CANDIDATOS SIN COSTO DE REEMPLAZO CARGADO: "
                   CANT-SIN-COSTO
           END-IF.
           DISPLAY "PLAN EN Salida/planReemplazoFlota.txt".
           GOBACK.

       *>
       *> VENTANAS: las tendencias comparan los doce meses que
       *> terminan en la fecha de corte contra los doce anteriores;
       *> las fechas AAAAMMDD se corren de a un anio restando 10000.
       *> El margen y la amortizacion son los de la ventana actual.
       *>
       ARMAR-VENTANAS.
           COMPUTE WS-DESDE-ACTUAL = WS-FECHA-CORTE - 10000.
           COMPUTE WS-DESDE-ANTERIOR = WS-FECHA-CORTE - 20000.
           MOVE WS-FECHA-CORTE TO WS-FECHA-PER.
           MOVE WS-FECHA-PER-AAAAMM TO WS-PERIODO-CORTE.
           MOVE WS-DESDE-ACTUAL TO WS-FECHA-PER.
           MOVE WS-FECHA-PER-AAAAMM TO WS-PERIODO-DESDE.
           COMPUTE WS-MESES-A-PLAN = (WS-ANIO-PLAN * 12 + 1)
               - (WS-CORTE-AAAA * 12 + WS-CORTE-MM).

       ABRIR-ARCHIVOS.
           OPEN INPUT VEHICULOS-SEQ.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES.DAT, FS="
                   FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT SINIESTROS-RND.
           IF FS-SINIESTROS = "00"
               MOVE "S" TO WS-SINIESTROS-DISP
           ELSE
               DISPLAY "SINIESTROS NO DISPONIBLE, COSTOS SOLO CON "
                   "REPARACIONES, FS=" FS-SINIESTROS
           END-IF.
           OPEN INPUT VALORES-RND.
           IF FS-VALORES = "00"
               MOVE "S" TO WS-VALORES-DISP
           ELSE
               DISPLAY "SIN VALORES DE ADQUISICION, VALOR LIBRO Y "
                   "REVENTA SIN CALCULAR, FS=" FS-VALORES
           END-IF.
           OPEN INPUT DEPRECIACION-RND.
           IF FS-DEPRECIACION = "00"
               MOVE "S" TO WS-DEPREC-DISP
           END-IF.
           OPEN INPUT COSTOS-REEMPLAZO-RND.
           IF FS-COSTOS = "00"
               MOVE "S" TO WS-COSTOS-DISP
           ELSE
               DISPLAY "SIN TABLA DE COSTOS DE REEMPLAZO, SE USAN "
                   "LIMITES GENERALES Y NO HAY PRESUPUESTO, FS="
                   FS-COSTOS
           END-IF.
           OPEN INPUT GASTOS-ORDENADOS.
           IF FS-GASTOS-ORD = "00"
               MOVE "S" TO WS-GASTOS-DISPONIBLES
               READ GASTOS-ORDENADOS
                   AT END MOVE "10" TO FS-GASTOS-ORD
               END-READ
           END-IF.
           OPEN INPUT CARGAS-ORDENADAS.
           IF FS-CARGAS = "00"
               MOVE "S" TO WS-CARGAS-DISPONIBLES
               READ CARGAS-ORDENADAS
                   AT END MOVE "10" TO FS-CARGAS
               END-READ
           END-IF.
           OPEN OUTPUT REPORTE-PLAN.
           PERFORM ENCABEZAR-PLAN.

       CERRAR-ARCHIVOS.
           CLOSE VEHICULOS-SEQ.
           CLOSE ALQUILERES-RND.
           IF SINIESTROS-DISPON
               CLOSE SINIESTROS-RND
           END-IF.
           IF VALORES-DISPON
               CLOSE VALORES-RND
           END-IF.
           IF DEPRECIACION-DISPON
               CLOSE DEPRECIACION-RND
           END-IF.
           IF COSTOS-DISPON
               CLOSE COSTOS-REEMPLAZO-RND
           END-IF.
           IF GASTOS-DISPONIBLES
               CLOSE GASTOS-ORDENADOS
           END-IF.
           IF CARGAS-DISPONIBLES
               CLOSE CARGAS-ORDENADAS
           END-IF.
           CLOSE REPORTE-PLAN.

       *>
       *> LIMITES: los de kilometraje y antiguedad salen de la tabla
       *> de costos de reemplazo por categoria; estos generales se
       *> usan para la categoria que no esta en la tabla. Tendencias
       *> y valor libro en porcentaje, margen minimo en pesos.
       *>
       CARGAR-PARAMETROS.
           MOVE "REEMP-EDAD" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-EDAD-LIMITE-GRAL
           END-IF.
           MOVE "REEMP-KM" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-KM-LIMITE-GRAL
           END-IF.
           MOVE "REEMP-COSTO%" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-TEND-COSTO-LIMITE
           END-IF.
           MOVE "REEMP-COMBUS" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-TEND-CONS-LIMITE
           END-IF.
           MOVE "REEMP-MARGEN" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-MARGEN-MINIMO
           END-IF.
           MOVE "REEMP-VALOR%" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               MOVE WS-PV-VALOR TO WS-VALOR-LIBRO-PCT
           END-IF.

       ENCABEZAR-PLAN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLAN DE REEMPLAZO DE FLOTA - ANIO "
                      DELIMITED BY SIZE
                  WS-ANIO-PLAN DELIMITED BY SIZE
                  " - DATOS AL " DELIMITED BY SIZE
                  WS-FECHA-CORTE DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CRITERIOS: E=ANTIGUEDAD K=KILOMETRAJE "
                      DELIMITED BY SIZE
                  "R=REPARACIONES Y SINIESTROS C=CONSUMO "
                      DELIMITED BY SIZE
                  "M=MARGEN V=VALOR LIBRO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  POS PATENTE CA MARCA           EDAD "
                      DELIMITED BY SIZE
                  "KM ACTUAL  REP%  CON%         MARGEN "
                      DELIMITED BY SIZE
                  "   VALOR LIBRO CRITER PT TRIM" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> por cada vehiculo en flota (todo lo que no esta dado de
       *> baja) se arman las seis medidas, se cuentan los criterios
       *> superados y se suelta al ordenamiento del ranking.
       *>
       EVALUAR-FLOTA.
           READ VEHICULOS-SEQ
               AT END MOVE "10" TO FS-VEHICULOS
           END-READ.
           PERFORM EVALUAR-VEHICULO UNTIL EOF-VEHICULOS.

       EVALUAR-VEHICULO.
           IF VEH-ESTADO OF REG-VEHICULOS-SEQ NOT = "B"
               ADD 1 TO CANT-EVALUADOS
               PERFORM CARGAR-COSTO-CATEGORIA
               PERFORM MEDIR-ANTIGUEDAD
               PERFORM SUMAR-ALQUILERES-VEHICULO
               PERFORM SUMAR-GASTOS-VEHICULO
               PERFORM SUMAR-SINIESTROS-VEHICULO
               PERFORM SUMAR-CARGAS-VEHICULO
               PERFORM CALCULAR-VALOR-LIBRO
               PERFORM CALCULAR-TENDENCIAS
               PERFORM CALIFICAR-VEHICULO
               PERFORM SOLTAR-VEHICULO-RANKING
           END-IF.
           READ VEHICULOS-SEQ
               AT END MOVE "10" TO FS-VEHICULOS
           END-READ.

       CARGAR-COSTO-CATEGORIA.
           MOVE WS-EDAD-LIMITE-GRAL TO WS-EDAD-LIMITE.
           MOVE WS-KM-LIMITE-GRAL TO WS-KM-LIMITE.
           MOVE ZEROES TO WS-COSTO-UNIDAD.
           MOVE ZEROES TO WS-REVENTA-PCT.
           MOVE "N" TO WS-CON-COSTO.
           IF COSTOS-DISPON
               MOVE VEH-CATEGORIA OF REG-VEHICULOS-SEQ TO
                   CRE-CATEGORIA OF REG-COSTOS-REEMPLAZO
               READ COSTOS-REEMPLAZO-RND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CON-COSTO
                       MOVE CRE-EDAD-MESES OF REG-COSTOS-REEMPLAZO
                           TO WS-EDAD-LIMITE
                       MOVE CRE-KM-LIMITE OF REG-COSTOS-REEMPLAZO
                           TO WS-KM-LIMITE
                       MOVE CRE-COSTO-UNIDAD OF REG-COSTOS-REEMPLAZO
                           TO WS-COSTO-UNIDAD
                       MOVE CRE-REVENTA-PCT OF REG-COSTOS-REEMPLAZO
                           TO WS-REVENTA-PCT
               END-READ
           END-IF.

       *>
       *> antiguedad en meses al comenzar el anio del plan, contada
       *> desde el alta en flota.
       *>
       MEDIR-ANTIGUEDAD.
           MOVE VEH-ALTA-FLOTA OF REG-VEHICULOS-SEQ TO WS-ALTA-RED.
           COMPUTE WS-EDAD-INICIO = (WS-ANIO-PLAN * 12 + 1)
               - (WS-ALTA-AAAA * 12 + WS-ALTA-MM).
           IF WS-EDAD-INICIO < ZEROES
               MOVE ZEROES TO WS-EDAD-INICIO
           END-IF.
           IF WS-EDAD-INICIO > 999
               MOVE 999 TO WS-EDAD-INICIO
           END-IF.

       *>
       *> de los alquileres cerrados de la ventana actual salen los
       *> ingresos para el margen y los kilometros recorridos, que
       *> sirven para proyectar cuando se llega al limite.
       *>
       SUMAR-ALQUILERES-VEHICULO.
           MOVE ZEROES TO WS-INGRESOS-ACT.
           MOVE ZEROES TO WS-KM-ANUAL.
           MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
               ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER-PATENTE
               PERFORM ACUMULAR-ALQUILER
                   UNTIL FS-ALQUILERES <> "00"
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <>
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQUILER-PATENTE.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       ACUMULAR-ALQUILER.
           IF (ALQ-ESTADO OF REG-ALQUILERES-RND = "C"
               OR ALQ-ESTADO OF REG-ALQUILERES-RND = "J")
              AND ALQ-FECHA OF REG-ALQUILERES-RND > WS-DESDE-ACTUAL
              AND ALQ-FECHA OF REG-ALQUILERES-RND <= WS-FECHA-CORTE
               ADD ALQ-IMPORTE OF REG-ALQUILERES-RND
                   TO WS-INGRESOS-ACT
               IF ALQ-KM-REGRESO OF REG-ALQUILERES-RND >
                  ALQ-KM-SALIDA OF REG-ALQUILERES-RND
                   COMPUTE WS-KM-ANUAL = WS-KM-ANUAL
                       + ALQ-KM-REGRESO OF REG-ALQUILERES-RND
                       - ALQ-KM-SALIDA OF REG-ALQUILERES-RND
               END-IF
           END-IF.
           PERFORM LEER-ALQUILER-PATENTE.

       *>
       *> gastos.txt ordenado por patente y apareado con la flota:
       *> todos los rubros de la ventana actual van al margen, y
       *> las reparaciones de las dos ventanas a la tendencia.
       *>
       SUMAR-GASTOS-VEHICULO.
           MOVE ZEROES TO WS-GASTOS-ACT.
           MOVE ZEROES TO WS-COSTO-REP-ACT.
           MOVE ZEROES TO WS-COSTO-REP-ANT.
           IF GASTOS-DISPONIBLES
               PERFORM SALTEAR-GASTOS-AJENOS
                   UNTIL EOF-GASTOS-ORD
                   OR GAO-PATENTE >=
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
               PERFORM ACUMULAR-GASTO-PROPIO
                   UNTIL EOF-GASTOS-ORD
                   OR GAO-PATENTE <>
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
           END-IF.

       SALTEAR-GASTOS-AJENOS.
           READ GASTOS-ORDENADOS
               AT END MOVE "10" TO FS-GASTOS-ORD
           END-READ.

       ACUMULAR-GASTO-PROPIO.
           IF GAO-FECHA > WS-DESDE-ACTUAL
              AND GAO-FECHA <= WS-FECHA-CORTE
               ADD GAO-IMPORTE TO WS-GASTOS-ACT
               IF GAO-RUBRO = "R"
                   ADD GAO-IMPORTE TO WS-COSTO-REP-ACT
               END-IF
           END-IF.
           IF GAO-FECHA > WS-DESDE-ANTERIOR
              AND GAO-FECHA <= WS-DESDE-ACTUAL
              AND GAO-RUBRO = "R"
               ADD GAO-IMPORTE TO WS-COSTO-REP-ANT
           END-IF.
           READ GASTOS-ORDENADOS
               AT END MOVE "10" TO FS-GASTOS-ORD
           END-READ.

       *>
       *> el costo del siniestro suma a la tendencia salvo que ya se
       *> le haya cobrado al responsable.
       *>
       SUMAR-SINIESTROS-VEHICULO.
           IF SINIESTROS-DISPON
               MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
                   SIN-PATENTE OF REG-SINIESTROS
               MOVE ZEROES TO SIN-FECHA OF REG-SINIESTROS
               START SINIESTROS-RND KEY IS NOT LESS THAN
                   SIN-CLAVE OF REG-SINIESTROS
                   INVALID KEY MOVE "10" TO FS-SINIESTROS
               END-START
               IF FS-SINIESTROS = "00"
                   PERFORM LEER-SINIESTRO-PATENTE
                   PERFORM ACUMULAR-SINIESTRO
                       UNTIL FS-SINIESTROS <> "00"
                       OR SIN-PATENTE OF REG-SINIESTROS <>
                          VEH-PATENTE OF REG-VEHICULOS-SEQ
               END-IF
               MOVE "00" TO FS-SINIESTROS
           END-IF.

       LEER-SINIESTRO-PATENTE.
           READ SINIESTROS-RND NEXT RECORD
               AT END MOVE "10" TO FS-SINIESTROS
           END-READ.

       ACUMULAR-SINIESTRO.
           IF NOT RECLAMO-COBRADO OF REG-SINIESTROS
               IF SIN-FECHA OF REG-SINIESTROS > WS-DESDE-ACTUAL
                  AND SIN-FECHA OF REG-SINIESTROS <= WS-FECHA-CORTE
                   ADD SIN-COSTO OF REG-SINIESTROS TO
                       WS-COSTO-REP-ACT
               END-IF
               IF SIN-FECHA OF REG-SINIESTROS > WS-DESDE-ANTERIOR
                  AND SIN-FECHA OF REG-SINIESTROS <= WS-DESDE-ACTUAL
                   ADD SIN-COSTO OF REG-SINIESTROS TO
                       WS-COSTO-REP-ANT
               END-IF
           END-IF.
           PERFORM LEER-SINIESTRO-PATENTE.

       *>
       *> CONSUMO: litros cada 100 km por tanque lleno; en cada
       *> ventana la primera carga solo fija el odometro de partida
       *> y sus litros no se cuentan, porque corresponden a km
       *> recorridos antes.
       *>
       SUMAR-CARGAS-VEHICULO.
           MOVE ZEROES TO WS-LITROS-ACT.
           MOVE ZEROES TO WS-LITROS-ANT.
           MOVE ZEROES TO WS-ODO-DESDE-ACT.
           MOVE ZEROES TO WS-ODO-HASTA-ACT.
           MOVE ZEROES TO WS-ODO-DESDE-ANT.
           MOVE ZEROES TO WS-ODO-HASTA-ANT.
           MOVE ZEROES TO WS-CARGAS-ACT.
           MOVE ZEROES TO WS-CARGAS-ANT.
           IF CARGAS-DISPONIBLES
               PERFORM SALTEAR-CARGAS-AJENAS
                   UNTIL EOF-CARGAS
                   OR CAO-PATENTE >=
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
               PERFORM ACUMULAR-CARGA-PROPIA
                   UNTIL EOF-CARGAS
                   OR CAO-PATENTE <>
                      VEH-PATENTE OF REG-VEHICULOS-SEQ
           END-IF.

       SALTEAR-CARGAS-AJENAS.
           READ CARGAS-ORDENADAS
               AT END MOVE "10" TO FS-CARGAS
           END-READ.

       ACUMULAR-CARGA-PROPIA.
           IF CAO-FECHA > WS-DESDE-ACTUAL
              AND CAO-FECHA <= WS-FECHA-CORTE
               IF WS-CARGAS-ACT = ZEROES
                   MOVE CAO-ODOMETRO TO WS-ODO-DESDE-ACT
               ELSE
                   ADD CAO-LITROS TO WS-LITROS-ACT
               END-IF
               MOVE CAO-ODOMETRO TO WS-ODO-HASTA-ACT
               ADD 1 TO WS-CARGAS-ACT
           END-IF.
           IF CAO-FECHA > WS-DESDE-ANTERIOR
              AND CAO-FECHA <= WS-DESDE-ACTUAL
               IF WS-CARGAS-ANT = ZEROES
                   MOVE CAO-ODOMETRO TO WS-ODO-DESDE-ANT
               ELSE
                   ADD CAO-LITROS TO WS-LITROS-ANT
               END-IF
               MOVE CAO-ODOMETRO TO WS-ODO-HASTA-ANT
               ADD 1 TO WS-CARGAS-ANT
           END-IF.
           READ CARGAS-ORDENADAS
               AT END MOVE "10" TO FS-CARGAS
           END-READ.

       *>
       *> VALOR LIBRO: valor de adquisicion menos toda la
       *> amortizacion asentada hasta el corte; de la misma pasada
       *> sale la amortizacion de la ventana actual para el margen.
       *> La reventa esperada es el porcentaje de la categoria sobre
       *> el valor de adquisicion, o el valor libro si la categoria
       *> no lo tiene cargado.
       *>
       CALCULAR-VALOR-LIBRO.
           MOVE ZEROES TO WS-VALOR-ADQUISICION.
           MOVE ZEROES TO WS-VALOR-LIBRO.
           MOVE ZEROES TO WS-REVENTA.
           MOVE "N" TO WS-VALOR-DISP.
           IF VALORES-DISPON
               MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
                   VAD-PATENTE OF REG-VALORES
               READ VALORES-RND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VALOR-DISP
                       MOVE VAD-VALOR OF REG-VALORES TO
                           WS-VALOR-ADQUISICION
               END-READ
           END-IF.
           PERFORM SUMAR-AMORTIZACION-VEHICULO.
           IF WS-VALOR-DISP = "S"
               COMPUTE WS-VALOR-LIBRO =
                   WS-VALOR-ADQUISICION - WS-AMORTIZACION-TOTAL
               IF WS-VALOR-LIBRO < ZEROES
                   MOVE ZEROES TO WS-VALOR-LIBRO
               END-IF
               IF WS-REVENTA-PCT > ZEROES
                   COMPUTE WS-REVENTA ROUNDED =
                       WS-VALOR-ADQUISICION * WS-REVENTA-PCT / 100
               ELSE
                   MOVE WS-VALOR-LIBRO TO WS-REVENTA
               END-IF
           END-IF.

       SUMAR-AMORTIZACION-VEHICULO.
           MOVE ZEROES TO WS-AMORTIZACION-ACT.
           MOVE ZEROES TO WS-AMORTIZACION-TOTAL.
           IF DEPRECIACION-DISPON
               MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO
                   DEP-PATENTE OF REG-DEPRECIACION
               MOVE ZEROES TO DEP-PERIODO OF REG-DEPRECIACION
               START DEPRECIACION-RND KEY IS NOT LESS THAN
                   DEP-CLAVE OF REG-DEPRECIACION
                   INVALID KEY MOVE "10" TO FS-DEPRECIACION
               END-START
               IF FS-DEPRECIACION = "00"
                   PERFORM LEER-CUOTA-DEP
                   PERFORM ACUMULAR-CUOTA-DEP
                       UNTIL FS-DEPRECIACION <> "00"
                       OR DEP-PATENTE OF REG-DEPRECIACION <>
                          VEH-PATENTE OF REG-VEHICULOS-SEQ
               END-IF
               MOVE "00" TO FS-DEPRECIACION
           END-IF.

       LEER-CUOTA-DEP.
           READ DEPRECIACION-RND NEXT RECORD
               AT END MOVE "10" TO FS-DEPRECIACION
           END-READ.

       ACUMULAR-CUOTA-DEP.
           IF DEP-PERIODO OF REG-DEPRECIACION <= WS-PERIODO-CORTE
               ADD DEP-IMPORTE OF REG-DEPRECIACION TO
                   WS-AMORTIZACION-TOTAL
               IF DEP-PERIODO OF REG-DEPRECIACION > WS-PERIODO-DESDE
                   ADD DEP-IMPORTE OF REG-DEPRECIACION TO
                       WS-AMORTIZACION-ACT
               END-IF
           END-IF.
           PERFORM LEER-CUOTA-DEP.

       *>
       *> TENDENCIAS: variacion porcentual de la ventana actual
       *> contra la anterior. Sin base en la ventana anterior la
       *> tendencia queda sin dato y no suma criterio.
       *>
       CALCULAR-TENDENCIAS.
           COMPUTE WS-MARGEN-VEH = WS-INGRESOS-ACT - WS-GASTOS-ACT
               - WS-AMORTIZACION-ACT.
           MOVE ZEROES TO WS-TEND-COSTO.
           MOVE "N" TO WS-TEND-COSTO-DISP.
           IF WS-COSTO-REP-ANT > ZEROES
               MOVE "S" TO WS-TEND-COSTO-DISP
               COMPUTE WS-TEND-COSTO ROUNDED =
                   (WS-COSTO-REP-ACT - WS-COSTO-REP-ANT) * 100
                   / WS-COSTO-REP-ANT
                   ON SIZE ERROR MOVE 9999 TO WS-TEND-COSTO
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-CONSUMO-ACT.
           MOVE ZEROES TO WS-CONSUMO-ANT.
           IF WS-CARGAS-ACT > 1 AND WS-ODO-HASTA-ACT > WS-ODO-DESDE-ACT
               COMPUTE WS-CONSUMO-ACT ROUNDED = WS-LITROS-ACT * 100
                   / (WS-ODO-HASTA-ACT - WS-ODO-DESDE-ACT)
                   ON SIZE ERROR MOVE ZEROES TO WS-CONSUMO-ACT
               END-COMPUTE
           END-IF.
           IF WS-CARGAS-ANT > 1 AND WS-ODO-HASTA-ANT > WS-ODO-DESDE-ANT
               COMPUTE WS-CONSUMO-ANT ROUNDED = WS-LITROS-ANT * 100
                   / (WS-ODO-HASTA-ANT - WS-ODO-DESDE-ANT)
                   ON SIZE ERROR MOVE ZEROES TO WS-CONSUMO-ANT
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-TEND-CONSUMO.
           MOVE "N" TO WS-TEND-CONS-DISP.
           IF WS-CONSUMO-ANT > ZEROES AND WS-CONSUMO-ACT > ZEROES
               MOVE "S" TO WS-TEND-CONS-DISP
               COMPUTE WS-TEND-CONSUMO ROUNDED =
                   (WS-CONSUMO-ACT - WS-CONSUMO-ANT) * 100
                   / WS-CONSUMO-ANT
           END-IF.

       *>
       *> CALIFICACION: un punto por criterio superado. Con tres o
       *> mas el reemplazo se sugiere para el primer trimestre, con
       *> dos para el segundo y con uno para el tercero. La unidad
       *> que todavia no supera la antiguedad o el kilometraje pero
       *> llega al limite durante el anio del plan tambien queda
       *> candidata, en el trimestre en que llega; se toma siempre
       *> el trimestre mas temprano. Trimestre 9 = no candidata.
       *>
       CALIFICAR-VEHICULO.
           MOVE ZEROES TO WS-PUNTAJE.
           MOVE "......" TO WS-CRITERIOS.
           IF WS-EDAD-INICIO >= WS-EDAD-LIMITE
               MOVE "E" TO WS-CRIT-EDAD
               ADD 1 TO WS-PUNTAJE
           END-IF.
           IF VEH-KM-ACTUAL OF REG-VEHICULOS-SEQ >= WS-KM-LIMITE
               MOVE "K" TO WS-CRIT-KM
               ADD 1 TO WS-PUNTAJE
           END-IF.
           IF WS-TEND-COSTO-DISP = "S"
              AND WS-TEND-COSTO >= WS-TEND-COSTO-LIMITE
               MOVE "R" TO WS-CRIT-COSTO
               ADD 1 TO WS-PUNTAJE
           END-IF.
           IF WS-TEND-CONS-DISP = "S"
              AND WS-TEND-CONSUMO >= WS-TEND-CONS-LIMITE
               MOVE "C" TO WS-CRIT-CONSUMO
               ADD 1 TO WS-PUNTAJE
           END-IF.
           IF WS-MARGEN-VEH < WS-MARGEN-MINIMO
               MOVE "M" TO WS-CRIT-MARGEN
               ADD 1 TO WS-PUNTAJE
           END-IF.
           IF WS-VALOR-DISP = "S" AND WS-VALOR-ADQUISICION > ZEROES
              AND WS-VALOR-LIBRO * 100 <=
                  WS-VALOR-ADQUISICION * WS-VALOR-LIBRO-PCT
               MOVE "V" TO WS-CRIT-VALOR
               ADD 1 TO WS-PUNTAJE
           END-IF.
           EVALUATE WS-PUNTAJE
               WHEN 0 MOVE 9 TO WS-TRIMESTRE
               WHEN 1 MOVE 3 TO WS-TRIMESTRE
               WHEN 2 MOVE 2 TO WS-TRIMESTRE
               WHEN OTHER MOVE 1 TO WS-TRIMESTRE
           END-EVALUATE.
           PERFORM PROYECTAR-ANTIGUEDAD.
           PERFORM PROYECTAR-KILOMETRAJE.

       PROYECTAR-ANTIGUEDAD.
           COMPUTE WS-MESES-FALTAN = WS-EDAD-LIMITE - WS-EDAD-INICIO.
           IF WS-MESES-FALTAN > ZEROES AND WS-MESES-FALTAN < 12
               COMPUTE WS-TRIMESTRE-AUX = WS-MESES-FALTAN / 3 + 1
               IF WS-TRIMESTRE-AUX < WS-TRIMESTRE
                   MOVE WS-TRIMESTRE-AUX TO WS-TRIMESTRE
               END-IF
           END-IF.

       *>
       *> el kilometraje se proyecta con los km recorridos en
       *> alquileres durante la ventana actual; los meses hasta el
       *> limite se cuentan desde el corte y se pasan al anio del
       *> plan. Si se llega antes de que empiece, va al primero.
       *>
       PROYECTAR-KILOMETRAJE.
           IF VEH-KM-ACTUAL OF REG-VEHICULOS-SEQ < WS-KM-LIMITE
              AND WS-KM-ANUAL > ZEROES
               COMPUTE WS-MESES-FALTAN =
                   (WS-KM-LIMITE - VEH-KM-ACTUAL OF REG-VEHICULOS-SEQ)
                   * 12 / WS-KM-ANUAL
               SUBTRACT WS-MESES-A-PLAN FROM WS-MESES-FALTAN
               IF WS-MESES-FALTAN < 12
                   IF WS-MESES-FALTAN < ZEROES
                       MOVE 1 TO WS-TRIMESTRE-AUX
                   ELSE
                       COMPUTE WS-TRIMESTRE-AUX =
                           WS-MESES-FALTAN / 3 + 1
                   END-IF
                   IF WS-TRIMESTRE-AUX < WS-TRIMESTRE
                       MOVE WS-TRIMESTRE-AUX TO WS-TRIMESTRE
                   END-IF
               END-IF
           END-IF.

       SOLTAR-VEHICULO-RANKING.
           MOVE WS-PUNTAJE TO ORK-PUNTAJE.
           MOVE WS-TRIMESTRE TO ORK-TRIMESTRE.
           MOVE WS-EDAD-INICIO TO ORK-EDAD-MESES.
           MOVE VEH-PATENTE OF REG-VEHICULOS-SEQ TO ORK-PATENTE.
           MOVE VEH-CATEGORIA OF REG-VEHICULOS-SEQ TO ORK-CATEGORIA.
           MOVE VEH-MARCA OF REG-VEHICULOS-SEQ TO ORK-MARCA.
           MOVE VEH-KM-ACTUAL OF REG-VEHICULOS-SEQ TO ORK-KM.
           MOVE WS-TEND-COSTO TO ORK-TEND-COSTO.
           MOVE WS-TEND-COSTO-DISP TO ORK-TEND-COSTO-DISP.
           MOVE WS-TEND-CONSUMO TO ORK-TEND-CONSUMO.
           MOVE WS-TEND-CONS-DISP TO ORK-TEND-CONS-DISP.
           MOVE WS-MARGEN-VEH TO ORK-MARGEN.
           MOVE WS-VALOR-LIBRO TO ORK-VALOR-LIBRO.
           MOVE WS-VALOR-DISP TO ORK-VALOR-DISP.
           MOVE WS-CRITERIOS TO ORK-CRITERIOS.
           MOVE WS-COSTO-UNIDAD TO ORK-COSTO-UNIDAD.
           MOVE WS-REVENTA TO ORK-REVENTA.
           MOVE WS-CON-COSTO TO ORK-CON-COSTO.
           RELEASE REG-ORDEN-RANKING.

       *>
       *> RANKING: de mayor a menor cantidad de criterios, y a
       *> igual puntaje el trimestre mas temprano y la unidad mas
       *> vieja primero. Las candidatas suman al presupuesto de su
       *> categoria y de su trimestre.
       *>
       EMITIR-RANKING.
           RETURN ORDEN-RANKING
               AT END MOVE "10" TO FS-ORDEN-RANKING
           END-RETURN.
           PERFORM EMITIR-LINEA-RANKING
               UNTIL FS-ORDEN-RANKING = "10".
           MOVE "00" TO FS-ORDEN-RANKING.

       EMITIR-LINEA-RANKING.
           ADD 1 TO WS-POSICION.
           MOVE WS-POSICION TO WS-POSICION-EDIT.
           MOVE ORK-EDAD-MESES TO WS-EDAD-EDIT.
           MOVE ORK-KM TO WS-KM-EDIT.
           IF ORK-TEND-COSTO-DISP = "S"
               MOVE ORK-TEND-COSTO TO WS-TEND-EDIT
               MOVE WS-TEND-EDIT TO WS-TEND-COSTO-TXT
           ELSE
               MOVE "  S/D" TO WS-TEND-COSTO-TXT
           END-IF.
           IF ORK-TEND-CONS-DISP = "S"
               MOVE ORK-TEND-CONSUMO TO WS-TEND-EDIT
               MOVE WS-TEND-EDIT TO WS-TEND-CONS-TXT
           ELSE
               MOVE "  S/D" TO WS-TEND-CONS-TXT
           END-IF.
           MOVE ORK-MARGEN TO WS-MARGEN-EDIT.
           IF ORK-VALOR-DISP = "S"
               MOVE ORK-VALOR-LIBRO TO WS-MARGEN-EDIT
               MOVE WS-MARGEN-EDIT TO WS-VALOR-TXT
               MOVE ORK-MARGEN TO WS-MARGEN-EDIT
           ELSE
               MOVE "           S/D" TO WS-VALOR-TXT
           END-IF.
           IF ORK-TRIMESTRE = 9
               MOVE "--" TO WS-TRIMESTRE-TXT
           ELSE
               MOVE SPACES TO WS-TRIMESTRE-TXT
               STRING "T" DELIMITED BY SIZE
                      ORK-TRIMESTRE DELIMITED BY SIZE
                   INTO WS-TRIMESTRE-TXT
               END-STRING
               PERFORM ACUMULAR-CANDIDATO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-POSICION-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORK-PATENTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ORK-CATEGORIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORK-MARCA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDAD-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KM-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEND-COSTO-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEND-CONS-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARGEN-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORK-CRITERIOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ORK-PUNTAJE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TRIMESTRE-TXT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF ORK-TRIMESTRE NOT = 9 AND ORK-CON-COSTO NOT = "S"
               MOVE "*** CATEGORIA SIN COSTO ***" TO
                   LINEA-REPORTE (105:27)
           END-IF.
           WRITE LINEA-REPORTE.
           RETURN ORDEN-RANKING
               AT END MOVE "10" TO FS-ORDEN-RANKING
           END-RETURN.

       ACUMULAR-CANDIDATO.
           ADD 1 TO CANT-CANDIDATOS.
           MOVE ZEROES TO WS-TCA-HALLADO.
           PERFORM BUSCAR-CATEGORIA-TABLA
               VARYING WS-TCA-IND FROM 1 BY 1
               UNTIL WS-TCA-IND > WS-TCA-USADOS
               OR WS-TCA-HALLADO > ZEROES.
           IF WS-TCA-HALLADO = ZEROES
               IF WS-TCA-USADOS < 50
                   ADD 1 TO WS-TCA-USADOS
                   MOVE WS-TCA-USADOS TO WS-TCA-HALLADO
                   MOVE ORK-CATEGORIA TO
                       WS-TCA-CATEGORIA (WS-TCA-HALLADO)
                   MOVE ZEROES TO WS-TCA-CANT (WS-TCA-HALLADO)
                   MOVE ZEROES TO WS-TCA-SIN-COSTO (WS-TCA-HALLADO)
                   MOVE ZEROES TO WS-TCA-PRESUPUESTO (WS-TCA-HALLADO)
                   MOVE ZEROES TO WS-TCA-REVENTA (WS-TCA-HALLADO)
               END-IF
           END-IF.
           MOVE ORK-TRIMESTRE TO WS-TTR-IND.
           ADD 1 TO WS-TTR-CANT (WS-TTR-IND).
           ADD ORK-REVENTA TO WS-TTR-REVENTA (WS-TTR-IND).
           ADD ORK-REVENTA TO WS-TOTAL-REVENTA.
           IF ORK-CON-COSTO = "S"
               ADD ORK-COSTO-UNIDAD TO WS-TTR-PRESUPUESTO (WS-TTR-IND)
               ADD ORK-COSTO-UNIDAD TO WS-TOTAL-PRESUPUESTO
           ELSE
               ADD 1 TO CANT-SIN-COSTO
           END-IF.
           IF WS-TCA-HALLADO > ZEROES
               ADD 1 TO WS-TCA-CANT (WS-TCA-HALLADO)
               ADD ORK-REVENTA TO WS-TCA-REVENTA (WS-TCA-HALLADO)
               IF ORK-CON-COSTO = "S"
                   ADD ORK-COSTO-UNIDAD TO
                       WS-TCA-PRESUPUESTO (WS-TCA-HALLADO)
               ELSE
                   ADD 1 TO WS-TCA-SIN-COSTO (WS-TCA-HALLADO)
               END-IF
           END-IF.

       BUSCAR-CATEGORIA-TABLA.
           IF WS-TCA-CATEGORIA (WS-TCA-IND) = ORK-CATEGORIA
               MOVE WS-TCA-IND TO WS-TCA-HALLADO
           END-IF.

       *>
       *> PRESUPUESTO: compra estimada por categoria con el costo
       *> de la unidad nueva, contra lo que se espera recuperar
       *> vendiendo las unidades reemplazadas.
       *>
       EMITIR-TOTALES-CATEGORIA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRESUPUESTO DE COMPRA POR CATEGORIA"
                      DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CA   CANT      PRESUPUESTO  "
                      DELIMITED BY SIZE
                  "REVENTA ESPERADA    NECESIDAD NETA"
                      DELIMITED BY SIZE
                  "  SIN COSTO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-LINEA-CATEGORIA
               VARYING WS-TCA-IND FROM 1 BY 1
               UNTIL WS-TCA-IND > WS-TCA-USADOS.
           COMPUTE WS-NECESIDAD-NETA =
               WS-TOTAL-PRESUPUESTO - WS-TOTAL-REVENTA.
           MOVE CANT-CANDIDATOS TO WS-CANT-EDIT.
           MOVE WS-TOTAL-PRESUPUESTO TO WS-IMPORTE-EDIT.
           MOVE WS-TOTAL-REVENTA TO WS-REVENTA-EDIT.
           MOVE WS-NECESIDAD-NETA TO WS-NETO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOT " DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REVENTA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-LINEA-CATEGORIA.
           COMPUTE WS-NECESIDAD-NETA =
               WS-TCA-PRESUPUESTO (WS-TCA-IND)
               - WS-TCA-REVENTA (WS-TCA-IND).
           MOVE WS-TCA-CANT (WS-TCA-IND) TO WS-CANT-EDIT.
           MOVE WS-TCA-PRESUPUESTO (WS-TCA-IND) TO WS-IMPORTE-EDIT.
           MOVE WS-TCA-REVENTA (WS-TCA-IND) TO WS-REVENTA-EDIT.
           MOVE WS-NECESIDAD-NETA TO WS-NETO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-TCA-CATEGORIA (WS-TCA-IND) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REVENTA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF WS-TCA-SIN-COSTO (WS-TCA-IND) > ZEROES
               MOVE WS-TCA-SIN-COSTO (WS-TCA-IND) TO WS-CANT-EDIT
               MOVE WS-CANT-EDIT TO LINEA-REPORTE (69:5)
           END-IF.
           WRITE LINEA-REPORTE.

       EMITIR-TOTALES-TRIMESTRE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CALENDARIO DE REEMPLAZOS DEL ANIO "
                      DELIMITED BY SIZE
                  WS-ANIO-PLAN DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-LINEA-TRIMESTRE
               VARYING WS-TTR-IND FROM 1 BY 1
               UNTIL WS-TTR-IND > 4.

       EMITIR-LINEA-TRIMESTRE.
           COMPUTE WS-NECESIDAD-NETA =
               WS-TTR-PRESUPUESTO (WS-TTR-IND)
               - WS-TTR-REVENTA (WS-TTR-IND).
           MOVE WS-TTR-CANT (WS-TTR-IND) TO WS-CANT-EDIT.
           MOVE WS-TTR-PRESUPUESTO (WS-TTR-IND) TO WS-IMPORTE-EDIT.
           MOVE WS-TTR-REVENTA (WS-TTR-IND) TO WS-REVENTA-EDIT.
           MOVE WS-NECESIDAD-NETA TO WS-NETO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "T" DELIMITED BY SIZE
                  WS-TTR-IND DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REVENTA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NETO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ORDENAR-GASTOS-POR-PATENTE.
           SORT ORDEN-GASTOS
               ON ASCENDING KEY OGA-PATENTE
               ON ASCENDING KEY OGA-FECHA
               INPUT PROCEDURE IS SELECCIONAR-GASTOS
               OUTPUT PROCEDURE IS VOLCAR-GASTOS-ORDENADOS.

       SELECCIONAR-GASTOS.
           OPEN INPUT GASTOS.
           IF FS-GASTOS <> "00"
               DISPLAY "GASTOS NO DISPONIBLES, PLAN SIN "
                   "REPARACIONES NI GASTOS, FS=" FS-GASTOS
           ELSE
               READ GASTOS
                   AT END MOVE "10" TO FS-GASTOS
               END-READ
               PERFORM SOLTAR-GASTO UNTIL EOF-GASTOS
               CLOSE GASTOS
           END-IF.

       SOLTAR-GASTO.
           IF GAS-FECHA > WS-DESDE-ANTERIOR
              AND GAS-FECHA <= WS-FECHA-CORTE
               MOVE GAS-PATENTE TO OGA-PATENTE
               MOVE GAS-FECHA TO OGA-FECHA
               MOVE GAS-RUBRO TO OGA-RUBRO
               MOVE GAS-IMPORTE TO OGA-IMPORTE
               RELEASE REG-ORDEN-GASTOS
           END-IF.
           READ GASTOS
               AT END MOVE "10" TO FS-GASTOS
           END-READ.

       VOLCAR-GASTOS-ORDENADOS.
           OPEN OUTPUT GASTOS-ORDENADOS.
           RETURN ORDEN-GASTOS
               AT END MOVE "10" TO FS-ORDEN-GASTOS
           END-RETURN.
           PERFORM GRABAR-GASTO-ORDENADO
               UNTIL FS-ORDEN-GASTOS = "10".
           CLOSE GASTOS-ORDENADOS.
           MOVE "00" TO FS-ORDEN-GASTOS.

       GRABAR-GASTO-ORDENADO.
           MOVE OGA-PATENTE TO GAO-PATENTE.
           MOVE OGA-FECHA TO GAO-FECHA.
           MOVE OGA-RUBRO TO GAO-RUBRO.
           MOVE OGA-IMPORTE TO GAO-IMPORTE.
           WRITE REG-GASTOS-ORD.
           RETURN ORDEN-GASTOS
               AT END MOVE "10" TO FS-ORDEN-GASTOS
           END-RETURN.

       ORDENAR-CARGAS-POR-PATENTE.
           SORT ORDEN-CARGAS
               ON ASCENDING KEY OCB-PATENTE
               ON ASCENDING KEY OCB-FECHA
               ON ASCENDING KEY OCB-ODOMETRO
               INPUT PROCEDURE IS SELECCIONAR-CARGAS
               OUTPUT PROCEDURE IS VOLCAR-CARGAS-ORDENADAS.

       SELECCIONAR-CARGAS.
           OPEN INPUT COMBUSTIBLE.
           IF FS-COMBUSTIBLE <> "00"
               DISPLAY "CARGAS DE COMBUSTIBLE NO DISPONIBLES, PLAN "
                   "SIN TENDENCIA DE CONSUMO, FS=" FS-COMBUSTIBLE
           ELSE
               READ COMBUSTIBLE
                   AT END MOVE "10" TO FS-COMBUSTIBLE
               END-READ
               PERFORM SOLTAR-CARGA UNTIL EOF-COMBUSTIBLE
               CLOSE COMBUSTIBLE
           END-IF.

       SOLTAR-CARGA.
           IF CMB-FECHA > WS-DESDE-ANTERIOR
              AND CMB-FECHA <= WS-FECHA-CORTE
               MOVE CMB-PATENTE TO OCB-PATENTE
               MOVE CMB-FECHA TO OCB-FECHA
               MOVE CMB-ODOMETRO TO OCB-ODOMETRO
               MOVE CMB-LITROS TO OCB-LITROS
               RELEASE REG-ORDEN-CARGAS
           END-IF.
           READ COMBUSTIBLE
               AT END MOVE "10" TO FS-COMBUSTIBLE
           END-READ.

       VOLCAR-CARGAS-ORDENADAS.
           OPEN OUTPUT CARGAS-ORDENADAS.
           RETURN ORDEN-CARGAS
               AT END MOVE "10" TO FS-ORDEN-CARGAS
           END-RETURN.
           PERFORM GRABAR-CARGA-ORDENADA
               UNTIL FS-ORDEN-CARGAS = "10".
           CLOSE CARGAS-ORDENADAS.
           MOVE "00" TO FS-ORDEN-CARGAS.

       GRABAR-CARGA-ORDENADA.
           MOVE OCB-PATENTE TO CAO-PATENTE.
           MOVE OCB-FECHA TO CAO-FECHA.
           MOVE OCB-ODOMETRO TO CAO-ODOMETRO.
           MOVE OCB-LITROS TO CAO-LITROS.
           WRITE REG-CARGAS-ORD.
           RETURN ORDEN-CARGAS
               AT END MOVE "10" TO FS-ORDEN-CARGAS
           END-RETURN.
