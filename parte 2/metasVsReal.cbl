       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAS-VS-REAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT METAS-RND
           ASSIGN TO DISK "Entrada/indexados/metas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MET-CLAVE OF REG-METAS
           FILE STATUS IS FS-METAS.

       SELECT FACTURAS-SUC
           ASSIGN TO DISK WS-RUTA-FAC-SUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SUC
           FILE STATUS IS FS-FACTURAS.

       SELECT ALQUILERES-SUC
           ASSIGN TO DISK WS-RUTA-ALQ-SUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-SUC
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-SUC
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT ESTADISTICAS-SUC
           ASSIGN TO DISK WS-RUTA-EST-SUC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-PERIODO OF REG-ESTADISTICAS-SUC
           FILE STATUS IS FS-ESTADISTICAS.

       SELECT GASTOS-SUC
           ASSIGN TO DISK WS-RUTA-GAS-SUC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GASTOS.

       SELECT REPORTE-METAS
           ASSIGN TO DISK "Salida/metasVsReal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD METAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-METAS.
           03 MET-CLAVE.
               05  MET-SUCURSAL        PIC X(2).
               05  MET-PERIODO         PIC 9(6).
           03 MET-FACTURACION          PIC 9(10)V99.
           03 MET-CANT-ALQUILERES      PIC 9(5).
           03 MET-OCUPACION            PIC 9(3)V99.
           03 MET-GASTO-COMBUSTIBLE    PIC 9(9)V99.
           03 MET-GASTO-REPARACION     PIC 9(9)V99.
           03 MET-GASTO-SEGURO         PIC 9(9)V99.
           03 MET-GASTO-OTROS          PIC 9(9)V99.

       FD FACTURAS-SUC
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-SUC.
           03 FAC-NUMERO       PIC 9(8).
           03 FAC-FECHA        PIC 9(8).
           03 FAC-TIPO-DOC     PIC X.
           03 FAC-NRO-DOC      PIC X(20).
           03 FAC-CLI-NUMERO   PIC X(8).
           03 FAC-PATENTE      PIC X(6).
           03 FAC-FECHA-ALQ    PIC 9(8).
           03 FAC-NETO         PIC 9(8)V99.
           03 FAC-IVA          PIC 9(8)V99.
           03 FAC-TOTAL        PIC 9(9)V99.
           03 FAC-TIPO         PIC X.
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD ALQUILERES-SUC
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-SUC.
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

       FD ESTADISTICAS-SUC
           LABEL RECORD IS STANDARD.
       01 REG-ESTADISTICAS-SUC.
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

       FD GASTOS-SUC
           LABEL RECORD IS STANDARD.
       01 REG-GASTOS-SUC.
           03 GAS-PATENTE      PIC X(6).
           03 GAS-FECHA        PIC 9(8).
           03 GAS-RUBRO        PIC X.
           03 GAS-IMPORTE      PIC 9(7)V99.
           03 GAS-COMPROBANTE  PIC X(12).

       FD REPORTE-METAS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-METAS               PIC XX.
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPONIBLES VALUE "S".
       01 FS-ESTADISTICAS        PIC XX.
       01 FS-GASTOS              PIC XX.
           88 EOF-GASTOS             VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "METAS-VS-REAL".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-ALCANCE             PIC X.
           88 ALCANCE-CONSOLIDADO    VALUE "C" "c".
       01 WS-CANT-SUCURSALES     PIC 99.
       01 WS-SUC-ACTUAL          PIC 99.
       01 WS-SUC-CODIGO          PIC X(2).
       01 WS-SUC-BUSCADA         PIC X(2).
       01 WS-RUTA-BASE           PIC X(40).
       01 WS-RUTA-FAC-SUC        PIC X(60).
       01 WS-RUTA-ALQ-SUC        PIC X(60).
       01 WS-RUTA-EST-SUC        PIC X(60).
       01 WS-RUTA-GAS-SUC        PIC X(60).

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(4).
           03 WS-PER-MM          PIC 9(2).
       01 WS-PERIODO-DESDE       PIC 9(6).
       01 WS-PERIODO-CURSOR      PIC 9(6).
       01 WS-PER-CUR-RED REDEFINES WS-PERIODO-CURSOR.
           03 WS-PC-AAAA         PIC 9(4).
           03 WS-PC-MM           PIC 9(2).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).

       *>
       *> CONCEPTOS DEL INFORME: 1 facturacion neta, 2 cantidad de
       *> alquileres, 3 ocupacion de flota, 4 a 7 gasto por rubro
       *> (C, R, S, O) y 8 gasto total; cada uno con meta y real del
       *> mes y acumulados del ano hasta el mes.
       *>
       01 WS-NOMBRES-CONCEPTO.
           03 FILLER             PIC X(16) VALUE "FACTURACION NETA".
           03 FILLER             PIC X(16) VALUE "ALQUILERES".
           03 FILLER             PIC X(16) VALUE "OCUPACION FLOTA%".
           03 FILLER             PIC X(16) VALUE "GASTO COMBUST.".
           03 FILLER             PIC X(16) VALUE "GASTO REPARACION".
           03 FILLER             PIC X(16) VALUE "GASTO SEGURO".
           03 FILLER             PIC X(16) VALUE "GASTO OTROS".
           03 FILLER             PIC X(16) VALUE "GASTO TOTAL".
       01 WS-NOMBRES-RED REDEFINES WS-NOMBRES-CONCEPTO.
           03 WS-NOMBRE-CONCEPTO PIC X(16) OCCURS 8 TIMES.

       01 WS-TABLA-CONCEPTOS.
           03 WS-CONCEPTO OCCURS 8 TIMES.
               05 WS-CON-META-MES    PIC S9(11)V99.
               05 WS-CON-REAL-MES    PIC S9(11)V99.
               05 WS-CON-META-ACUM   PIC S9(11)V99.
               05 WS-CON-REAL-ACUM   PIC S9(11)V99.
       01 WS-TABLA-TOTALES.
           03 WS-TOT-CONCEPTO OCCURS 8 TIMES.
               05 WS-TOT-META-MES    PIC S9(11)V99.
               05 WS-TOT-REAL-MES    PIC S9(11)V99.
               05 WS-TOT-META-ACUM   PIC S9(11)V99.
               05 WS-TOT-REAL-ACUM   PIC S9(11)V99.
       01 WS-LINEA-VALORES.
           03 WS-LIN-META-MES        PIC S9(11)V99.
           03 WS-LIN-REAL-MES        PIC S9(11)V99.
           03 WS-LIN-META-ACUM       PIC S9(11)V99.
           03 WS-LIN-REAL-ACUM       PIC S9(11)V99.
       01 WS-IND-CON             PIC 9.
       01 WS-IND-RUBRO           PIC 9.

       *>
       *> la ocupacion no se suma: se lleva en dias alquilados y
       *> dias de flota y se calcula al emitir; la meta acumulada y
       *> la consolidada son el promedio de las metas cargadas.
       *>
       01 WS-DIAS-ALQ-MES        PIC 9(9).
       01 WS-DIAS-FLOTA-MES      PIC 9(9).
       01 WS-DIAS-ALQ-ACUM       PIC 9(9).
       01 WS-DIAS-FLOTA-ACUM     PIC 9(9).
       01 WS-OCU-META-SUMA       PIC 9(7)V99.
       01 WS-OCU-META-CANT       PIC 99.
       01 WS-TOT-DIAS-ALQ-MES    PIC 9(9) VALUE ZEROES.
       01 WS-TOT-DIAS-FLOTA-MES  PIC 9(9) VALUE ZEROES.
       01 WS-TOT-DIAS-ALQ-ACUM   PIC 9(9) VALUE ZEROES.
       01 WS-TOT-DIAS-FLOTA-ACUM PIC 9(9) VALUE ZEROES.
       01 WS-TOT-OCU-MES-SUMA    PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOT-OCU-MES-CANT    PIC 99 VALUE ZEROES.
       01 WS-TOT-OCU-ACUM-SUMA   PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOT-OCU-ACUM-CANT   PIC 99 VALUE ZEROES.

       01 WS-META-DEL-MES        PIC X.
           88 HAY-META-DEL-MES       VALUE "S".
       01 WS-IMPORTE-FACTURA     PIC S9(9)V99.
       01 WS-DESVIO              PIC S9(11)V99.
       01 WS-PORCENTAJE          PIC S9(5)V9.

       01 WS-ED-META-MES         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REAL-MES         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DESVIO-MES       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PORC-MES         PIC X(7).
       01 WS-ED-META-ACUM        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REAL-ACUM        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DESVIO-ACUM      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PORC-ACUM        PIC X(7).
       01 WS-ED-PORCENTAJE       PIC -ZZZ9.9.

       01 CANT-SUC-INFORMADAS    PIC 9 VALUE ZEROES.
       01 CANT-SUC-SIN-METAS     PIC 9 VALUE ZEROES.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PERIODO A INFORMAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY "PERIODO INVALIDO"
               STOP RUN
           END-IF.
           COMPUTE WS-PERIODO-DESDE = WS-PER-AAAA * 100 + 1.
           DISPLAY "ALCANCE (S=ESTA SUCURSAL, C=CONSOLIDADO DE "
               "CASA CENTRAL): ".
           ACCEPT WS-ALCANCE.
           IF ALCANCE-CONSOLIDADO
               DISPLAY "CANTIDAD DE SUCURSALES A CONSOLIDAR (1-99): "
               ACCEPT WS-CANT-SUCURSALES
               IF WS-CANT-SUCURSALES < 1 OR WS-CANT-SUCURSALES > 99
                   DISPLAY "CANTIDAD INVALIDA"
                   STOP RUN
               END-IF
           ELSE
               MOVE 1 TO WS-CANT-SUCURSALES
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LIMPIAR-TOTAL
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 8.
           PERFORM INFORMAR-SUCURSAL
               VARYING WS-SUC-ACTUAL FROM 1 BY 1
               UNTIL WS-SUC-ACTUAL > WS-CANT-SUCURSALES.
           IF ALCANCE-CONSOLIDADO
               PERFORM EMITIR-CONSOLIDADO
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "SUCURSALES INFORMADAS: " CANT-SUC-INFORMADAS.
           DISPLAY "SUCURSALES SIN METAS DEL PERIODO: "
               CANT-SUC-SIN-METAS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT METAS-RND.
           IF FS-METAS <> "00"
               DISPLAY "ERROR AL ABRIR METAS, FS=" FS-METAS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-METAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "METAS CONTRA REAL - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " Y ACUMULADO DESDE " DELIMITED BY SIZE
                  WS-PERIODO-DESDE DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE METAS-RND.
           CLOSE REPORTE-METAS.

       LIMPIAR-TOTAL.
           MOVE ZEROES TO WS-TOT-META-MES (WS-IND-CON).
           MOVE ZEROES TO WS-TOT-REAL-MES (WS-IND-CON).
           MOVE ZEROES TO WS-TOT-META-ACUM (WS-IND-CON).
           MOVE ZEROES TO WS-TOT-REAL-ACUM (WS-IND-CON).

       LIMPIAR-CONCEPTO.
           MOVE ZEROES TO WS-CON-META-MES (WS-IND-CON).
           MOVE ZEROES TO WS-CON-REAL-MES (WS-IND-CON).
           MOVE ZEROES TO WS-CON-META-ACUM (WS-IND-CON).
           MOVE ZEROES TO WS-CON-REAL-ACUM (WS-IND-CON).

       *>
       *> cada sucursal se lee de su propia copia del sistema, igual
       *> que en CONSOLIDACION-SUCURSALES: en casa central se piden
       *> el codigo y la carpeta base de cada una; corriendo en la
       *> sucursal la base es Entrada y el codigo el de SUCURSAL.
       *> Las metas salen siempre del metas.dat de quien corre.
       *>
       INFORMAR-SUCURSAL.
           IF ALCANCE-CONSOLIDADO
               DISPLAY "CODIGO DE LA SUCURSAL " WS-SUC-ACTUAL ": "
               ACCEPT WS-SUC-CODIGO
               DISPLAY "CARPETA BASE DE LA SUCURSAL (POR EJEMPLO "
                   "EntradaSuc02): "
               ACCEPT WS-RUTA-BASE
           ELSE
               ACCEPT WS-SUC-CODIGO FROM ENVIRONMENT "SUCURSAL"
                   ON EXCEPTION
                       MOVE "01" TO WS-SUC-CODIGO
               END-ACCEPT
               IF WS-SUC-CODIGO = SPACES
                   MOVE "01" TO WS-SUC-CODIGO
               END-IF
               MOVE "Entrada" TO WS-RUTA-BASE
           END-IF.
           PERFORM ARMAR-RUTAS-SUCURSAL.
           PERFORM LIMPIAR-CONCEPTO
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 8.
           MOVE ZEROES TO WS-DIAS-ALQ-MES.
           MOVE ZEROES TO WS-DIAS-FLOTA-MES.
           MOVE ZEROES TO WS-DIAS-ALQ-ACUM.
           MOVE ZEROES TO WS-DIAS-FLOTA-ACUM.
           MOVE ZEROES TO WS-OCU-META-SUMA.
           MOVE ZEROES TO WS-OCU-META-CANT.
           MOVE "N" TO WS-META-DEL-MES.
           PERFORM ACUMULAR-METAS.
           PERFORM ACUMULAR-FACTURAS.
           PERFORM ACUMULAR-ALQUILERES.
           PERFORM ACUMULAR-ESTADISTICAS.
           PERFORM ACUMULAR-GASTOS.
           PERFORM CALCULAR-OCUPACION-SUC.
           PERFORM EMITIR-SUCURSAL.
           PERFORM SUMAR-A-TOTALES
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 8.
           ADD 1 TO CANT-SUC-INFORMADAS.

       ARMAR-RUTAS-SUCURSAL.
           MOVE SPACES TO WS-RUTA-FAC-SUC.
           STRING WS-RUTA-BASE DELIMITED BY SPACE
                  "/indexados/facturas.dat" DELIMITED BY SIZE
               INTO WS-RUTA-FAC-SUC
           END-STRING.
           MOVE SPACES TO WS-RUTA-ALQ-SUC.
           STRING WS-RUTA-BASE DELIMITED BY SPACE
                  "/indexados/alquileres.dat" DELIMITED BY SIZE
               INTO WS-RUTA-ALQ-SUC
           END-STRING.
           MOVE SPACES TO WS-RUTA-EST-SUC.
           STRING WS-RUTA-BASE DELIMITED BY SPACE
                  "/indexados/estadisticas.dat" DELIMITED BY SIZE
               INTO WS-RUTA-EST-SUC
           END-STRING.
           MOVE SPACES TO WS-RUTA-GAS-SUC.
           STRING WS-RUTA-BASE DELIMITED BY SPACE
                  "/gastos.txt" DELIMITED BY SIZE
               INTO WS-RUTA-GAS-SUC
           END-STRING.

       *>
       *> METAS: la del periodo va al mes; las de enero al periodo
       *> al acumulado. Un mes sin metas cargadas suma cero.
       *>
       ACUMULAR-METAS.
           MOVE WS-PERIODO-DESDE TO WS-PERIODO-CURSOR.
           PERFORM LEER-META-MES
               UNTIL WS-PERIODO-CURSOR > WS-PERIODO.
           IF NOT HAY-META-DEL-MES
               ADD 1 TO CANT-SUC-SIN-METAS
           END-IF.

       LEER-META-MES.
           MOVE WS-SUC-CODIGO TO MET-SUCURSAL OF REG-METAS.
           MOVE WS-PERIODO-CURSOR TO MET-PERIODO OF REG-METAS.
           READ METAS-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM TOMAR-META
           END-READ.
           ADD 1 TO WS-PC-MM.

       TOMAR-META.
           ADD MET-FACTURACION OF REG-METAS TO WS-CON-META-ACUM (1).
           ADD MET-CANT-ALQUILERES OF REG-METAS TO
               WS-CON-META-ACUM (2).
           ADD MET-GASTO-COMBUSTIBLE OF REG-METAS TO
               WS-CON-META-ACUM (4).
           ADD MET-GASTO-REPARACION OF REG-METAS TO
               WS-CON-META-ACUM (5).
           ADD MET-GASTO-SEGURO OF REG-METAS TO WS-CON-META-ACUM (6).
           ADD MET-GASTO-OTROS OF REG-METAS TO WS-CON-META-ACUM (7).
           ADD MET-GASTO-COMBUSTIBLE OF REG-METAS
               MET-GASTO-REPARACION OF REG-METAS
               MET-GASTO-SEGURO OF REG-METAS
               MET-GASTO-OTROS OF REG-METAS
               TO WS-CON-META-ACUM (8).
           ADD MET-OCUPACION OF REG-METAS TO WS-OCU-META-SUMA.
           ADD 1 TO WS-OCU-META-CANT.
           IF WS-PERIODO-CURSOR = WS-PERIODO
               MOVE "S" TO WS-META-DEL-MES
               MOVE MET-FACTURACION OF REG-METAS TO
                   WS-CON-META-MES (1)
               MOVE MET-CANT-ALQUILERES OF REG-METAS TO
                   WS-CON-META-MES (2)
               MOVE MET-OCUPACION OF REG-METAS TO WS-CON-META-MES (3)
               MOVE MET-GASTO-COMBUSTIBLE OF REG-METAS TO
                   WS-CON-META-MES (4)
               MOVE MET-GASTO-REPARACION OF REG-METAS TO
                   WS-CON-META-MES (5)
               MOVE MET-GASTO-SEGURO OF REG-METAS TO
                   WS-CON-META-MES (6)
               MOVE MET-GASTO-OTROS OF REG-METAS TO
                   WS-CON-META-MES (7)
               COMPUTE WS-CON-META-MES (8) =
                   MET-GASTO-COMBUSTIBLE OF REG-METAS
                   + MET-GASTO-REPARACION OF REG-METAS
                   + MET-GASTO-SEGURO OF REG-METAS
                   + MET-GASTO-OTROS OF REG-METAS
           END-IF.

       *>
       *> FACTURACION: neto de todos los comprobantes, las notas de
       *> credito restando, igual que la liquidacion de ingresos
       *> brutos. La sucursal de la factura es la de su alquiler; sin
       *> alquiler o sin sucursal cargada, la de la copia leida.
       *>
       ACUMULAR-FACTURAS.
           OPEN INPUT ALQUILERES-SUC.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           ELSE
               MOVE "N" TO WS-ALQUILERES-DISP
               DISPLAY "ALQUILERES DE LA SUCURSAL NO DISPONIBLE, "
                   "FS=" FS-ALQUILERES
           END-IF.
           OPEN INPUT FACTURAS-SUC.
           IF FS-FACTURAS <> "00"
               DISPLAY "FACTURAS DE LA SUCURSAL NO DISPONIBLE, FS="
                   FS-FACTURAS
           ELSE
               READ FACTURAS-SUC
                   AT END MOVE "10" TO FS-FACTURAS
               END-READ
               PERFORM IMPUTAR-FACTURA UNTIL EOF-FACTURAS
               CLOSE FACTURAS-SUC
           END-IF.

       IMPUTAR-FACTURA.
           MOVE FAC-FECHA OF REG-FACTURAS-SUC TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM >= WS-PERIODO-DESDE
              AND WS-FECHA-AUX-AAAAMM <= WS-PERIODO
               PERFORM DETERMINAR-SUCURSAL-FACTURA
               IF WS-SUC-BUSCADA = WS-SUC-CODIGO
                   IF FAC-TIPO OF REG-FACTURAS-SUC = "N"
                       COMPUTE WS-IMPORTE-FACTURA = ZEROES
                           - FAC-NETO OF REG-FACTURAS-SUC
                   ELSE
                       MOVE FAC-NETO OF REG-FACTURAS-SUC TO
                           WS-IMPORTE-FACTURA
                   END-IF
                   ADD WS-IMPORTE-FACTURA TO WS-CON-REAL-ACUM (1)
                   IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
                       ADD WS-IMPORTE-FACTURA TO WS-CON-REAL-MES (1)
                   END-IF
               END-IF
           END-IF.
           READ FACTURAS-SUC
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       DETERMINAR-SUCURSAL-FACTURA.
           MOVE WS-SUC-CODIGO TO WS-SUC-BUSCADA.
           IF ALQUILERES-DISPONIBLES
              AND FAC-PATENTE OF REG-FACTURAS-SUC NOT = SPACES
               MOVE FAC-PATENTE OF REG-FACTURAS-SUC TO
                   ALQ-PATENTE OF REG-ALQUILERES-SUC
               MOVE FAC-FECHA-ALQ OF REG-FACTURAS-SUC TO
                   ALQ-FECHA OF REG-ALQUILERES-SUC
               READ ALQUILERES-SUC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ALQ-SUCURSAL OF REG-ALQUILERES-SUC
                          NOT = SPACES
                           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-SUC
                               TO WS-SUC-BUSCADA
                       END-IF
               END-READ
           END-IF.

       *>
       *> ALQUILERES: los tomados en el periodo, sin anulados ni
       *> ajustes tardios (X y J).
       *>
       ACUMULAR-ALQUILERES.
           IF ALQUILERES-DISPONIBLES
               MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-SUC
               START ALQUILERES-SUC KEY IS NOT LESS THAN
                   ALQ-CLAVE OF REG-ALQUILERES-SUC
                   INVALID KEY MOVE "10" TO FS-ALQUILERES
                   NOT INVALID KEY MOVE "00" TO FS-ALQUILERES
               END-START
               IF FS-ALQUILERES = "00"
                   PERFORM LEER-ALQUILER
                   PERFORM CONTAR-ALQUILER UNTIL FS-ALQUILERES <> "00"
               END-IF
               CLOSE ALQUILERES-SUC
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-SUC NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       CONTAR-ALQUILER.
           MOVE ALQ-FECHA OF REG-ALQUILERES-SUC TO WS-FECHA-AUX.
           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-SUC TO WS-SUC-BUSCADA.
           IF WS-SUC-BUSCADA = SPACES
               MOVE WS-SUC-CODIGO TO WS-SUC-BUSCADA
           END-IF.
           IF WS-FECHA-AUX-AAAAMM >= WS-PERIODO-DESDE
              AND WS-FECHA-AUX-AAAAMM <= WS-PERIODO
              AND WS-SUC-BUSCADA = WS-SUC-CODIGO
              AND ALQ-ESTADO OF REG-ALQUILERES-SUC NOT = "X"
              AND ALQ-ESTADO OF REG-ALQUILERES-SUC NOT = "J"
               ADD 1 TO WS-CON-REAL-ACUM (2)
               IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
                   ADD 1 TO WS-CON-REAL-MES (2)
               END-IF
           END-IF.
           PERFORM LEER-ALQUILER.

       *>
       *> OCUPACION: de la historia mensual de indicadores que
       *> graba ESTADISTICAS-MENSUALES en cada copia; un mes sin
       *> cerrar no suma dias.
       *>
       ACUMULAR-ESTADISTICAS.
           OPEN INPUT ESTADISTICAS-SUC.
           IF FS-ESTADISTICAS <> "00"
               DISPLAY "ESTADISTICAS DE LA SUCURSAL NO DISPONIBLE, "
                   "FS=" FS-ESTADISTICAS
           ELSE
               MOVE WS-PERIODO-DESDE TO WS-PERIODO-CURSOR
               PERFORM LEER-ESTADISTICA-MES
                   UNTIL WS-PERIODO-CURSOR > WS-PERIODO
               CLOSE ESTADISTICAS-SUC
           END-IF.

       LEER-ESTADISTICA-MES.
           MOVE WS-PERIODO-CURSOR TO
               EST-PERIODO OF REG-ESTADISTICAS-SUC.
           READ ESTADISTICAS-SUC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD EST-DIAS-ALQUILADOS OF REG-ESTADISTICAS-SUC TO
                       WS-DIAS-ALQ-ACUM
                   ADD EST-DIAS-FLOTA OF REG-ESTADISTICAS-SUC TO
                       WS-DIAS-FLOTA-ACUM
                   IF WS-PERIODO-CURSOR = WS-PERIODO
                       MOVE EST-DIAS-ALQUILADOS OF REG-ESTADISTICAS-SUC
                           TO WS-DIAS-ALQ-MES
                       MOVE EST-DIAS-FLOTA OF REG-ESTADISTICAS-SUC TO
                           WS-DIAS-FLOTA-MES
                   END-IF
           END-READ.
           ADD 1 TO WS-PC-MM.

       *>
       *> GASTOS: gastos.txt no lleva sucursal, todo lo de la copia
       *> leida se imputa a su sucursal.
       *>
       ACUMULAR-GASTOS.
           OPEN INPUT GASTOS-SUC.
           IF FS-GASTOS <> "00"
               DISPLAY "GASTOS DE LA SUCURSAL NO DISPONIBLE, FS="
                   FS-GASTOS
           ELSE
               READ GASTOS-SUC
                   AT END MOVE "10" TO FS-GASTOS
               END-READ
               PERFORM IMPUTAR-GASTO UNTIL EOF-GASTOS
               CLOSE GASTOS-SUC
           END-IF.

       IMPUTAR-GASTO.
           MOVE GAS-FECHA OF REG-GASTOS-SUC TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM >= WS-PERIODO-DESDE
              AND WS-FECHA-AUX-AAAAMM <= WS-PERIODO
               EVALUATE GAS-RUBRO OF REG-GASTOS-SUC
                   WHEN "C" MOVE 4 TO WS-IND-RUBRO
                   WHEN "R" MOVE 5 TO WS-IND-RUBRO
                   WHEN "S" MOVE 6 TO WS-IND-RUBRO
                   WHEN OTHER MOVE 7 TO WS-IND-RUBRO
               END-EVALUATE
               ADD GAS-IMPORTE OF REG-GASTOS-SUC TO
                   WS-CON-REAL-ACUM (WS-IND-RUBRO)
               ADD GAS-IMPORTE OF REG-GASTOS-SUC TO
                   WS-CON-REAL-ACUM (8)
               IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
                   ADD GAS-IMPORTE OF REG-GASTOS-SUC TO
                       WS-CON-REAL-MES (WS-IND-RUBRO)
                   ADD GAS-IMPORTE OF REG-GASTOS-SUC TO
                       WS-CON-REAL-MES (8)
               END-IF
           END-IF.
           READ GASTOS-SUC
               AT END MOVE "10" TO FS-GASTOS
           END-READ.

       CALCULAR-OCUPACION-SUC.
           IF WS-DIAS-FLOTA-MES > ZEROES
               COMPUTE WS-CON-REAL-MES (3) ROUNDED =
                   WS-DIAS-ALQ-MES * 100 / WS-DIAS-FLOTA-MES
           END-IF.
           IF WS-DIAS-FLOTA-ACUM > ZEROES
               COMPUTE WS-CON-REAL-ACUM (3) ROUNDED =
                   WS-DIAS-ALQ-ACUM * 100 / WS-DIAS-FLOTA-ACUM
           END-IF.
           IF WS-OCU-META-CANT > ZEROES
               COMPUTE WS-CON-META-ACUM (3) ROUNDED =
                   WS-OCU-META-SUMA / WS-OCU-META-CANT
           END-IF.
           ADD WS-DIAS-ALQ-MES TO WS-TOT-DIAS-ALQ-MES.
           ADD WS-DIAS-FLOTA-MES TO WS-TOT-DIAS-FLOTA-MES.
           ADD WS-DIAS-ALQ-ACUM TO WS-TOT-DIAS-ALQ-ACUM.
           ADD WS-DIAS-FLOTA-ACUM TO WS-TOT-DIAS-FLOTA-ACUM.
           IF HAY-META-DEL-MES
               ADD WS-CON-META-MES (3) TO WS-TOT-OCU-MES-SUMA
               ADD 1 TO WS-TOT-OCU-MES-CANT
           END-IF.
           IF WS-OCU-META-CANT > ZEROES
               ADD WS-CON-META-ACUM (3) TO WS-TOT-OCU-ACUM-SUMA
               ADD 1 TO WS-TOT-OCU-ACUM-CANT
           END-IF.

       SUMAR-A-TOTALES.
           IF WS-IND-CON NOT = 3
               ADD WS-CON-META-MES (WS-IND-CON) TO
                   WS-TOT-META-MES (WS-IND-CON)
               ADD WS-CON-REAL-MES (WS-IND-CON) TO
                   WS-TOT-REAL-MES (WS-IND-CON)
               ADD WS-CON-META-ACUM (WS-IND-CON) TO
                   WS-TOT-META-ACUM (WS-IND-CON)
               ADD WS-CON-REAL-ACUM (WS-IND-CON) TO
                   WS-TOT-REAL-ACUM (WS-IND-CON)
           END-IF.

       EMITIR-SUCURSAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUCURSAL " DELIMITED BY SIZE
                  WS-SUC-CODIGO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF NOT HAY-META-DEL-MES
               MOVE "(SIN METAS CARGADAS PARA EL PERIODO)" TO
                   LINEA-REPORTE (13:36)
           END-IF.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-ENCABEZADO.
           PERFORM EMITIR-CONCEPTO-SUC
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 8.

       EMITIR-ENCABEZADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONCEPTO        " DELIMITED BY SIZE
                  "       META MES        REAL MES" DELIMITED BY SIZE
                  "          DESVIO       %" DELIMITED BY SIZE
                  "      META ACUM.      REAL ACUM." DELIMITED BY SIZE
                  "          DESVIO       %" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-CONCEPTO-SUC.
           MOVE WS-CONCEPTO (WS-IND-CON) TO WS-LINEA-VALORES.
           PERFORM EMITIR-LINEA-CONCEPTO.

       *>
       *> desvio = real - meta; el porcentaje es sobre la meta y
       *> queda "S/META" cuando la meta es cero. En gastos un desvio
       *> positivo es gasto de mas.
       *>
       EMITIR-LINEA-CONCEPTO.
           MOVE WS-LIN-META-MES TO WS-ED-META-MES.
           MOVE WS-LIN-REAL-MES TO WS-ED-REAL-MES.
           COMPUTE WS-DESVIO = WS-LIN-REAL-MES - WS-LIN-META-MES.
           MOVE WS-DESVIO TO WS-ED-DESVIO-MES.
           IF WS-LIN-META-MES = ZEROES
               MOVE " S/META" TO WS-ED-PORC-MES
           ELSE
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-DESVIO * 100 / WS-LIN-META-MES
                   ON SIZE ERROR MOVE 9999.9 TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
               MOVE WS-ED-PORCENTAJE TO WS-ED-PORC-MES
           END-IF.
           MOVE WS-LIN-META-ACUM TO WS-ED-META-ACUM.
           MOVE WS-LIN-REAL-ACUM TO WS-ED-REAL-ACUM.
           COMPUTE WS-DESVIO = WS-LIN-REAL-ACUM - WS-LIN-META-ACUM.
           MOVE WS-DESVIO TO WS-ED-DESVIO-ACUM.
           IF WS-LIN-META-ACUM = ZEROES
               MOVE " S/META" TO WS-ED-PORC-ACUM
           ELSE
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-DESVIO * 100 / WS-LIN-META-ACUM
                   ON SIZE ERROR MOVE 9999.9 TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
               MOVE WS-ED-PORCENTAJE TO WS-ED-PORC-ACUM
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-NOMBRE-CONCEPTO (WS-IND-CON) DELIMITED BY SIZE
                  WS-ED-META-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-REAL-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-DESVIO-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-PORC-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-META-ACUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-REAL-ACUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-DESVIO-ACUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-PORC-ACUM DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> CONSOLIDADO: suma de las sucursales informadas; la
       *> ocupacion se recalcula con los dias de todas y su meta es
       *> el promedio de las metas de las sucursales.
       *>
       EMITIR-CONSOLIDADO.
           IF WS-TOT-DIAS-FLOTA-MES > ZEROES
               COMPUTE WS-TOT-REAL-MES (3) ROUNDED =
                   WS-TOT-DIAS-ALQ-MES * 100 / WS-TOT-DIAS-FLOTA-MES
           END-IF.
           IF WS-TOT-DIAS-FLOTA-ACUM > ZEROES
               COMPUTE WS-TOT-REAL-ACUM (3) ROUNDED =
                   WS-TOT-DIAS-ALQ-ACUM * 100 / WS-TOT-DIAS-FLOTA-ACUM
           END-IF.
           IF WS-TOT-OCU-MES-CANT > ZEROES
               COMPUTE WS-TOT-META-MES (3) ROUNDED =
                   WS-TOT-OCU-MES-SUMA / WS-TOT-OCU-MES-CANT
           END-IF.
           IF WS-TOT-OCU-ACUM-CANT > ZEROES
               COMPUTE WS-TOT-META-ACUM (3) ROUNDED =
                   WS-TOT-OCU-ACUM-SUMA / WS-TOT-OCU-ACUM-CANT
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CONSOLIDADO DE SUCURSALES" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-ENCABEZADO.
           PERFORM EMITIR-CONCEPTO-TOTAL
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 8.

       EMITIR-CONCEPTO-TOTAL.
           MOVE WS-TOT-CONCEPTO (WS-IND-CON) TO WS-LINEA-VALORES.
           PERFORM EMITIR-LINEA-CONCEPTO.
