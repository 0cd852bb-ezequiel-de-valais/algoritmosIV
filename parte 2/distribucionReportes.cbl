       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUCION-REPORTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DEFINICION-DISTRIBUCION
           ASSIGN TO DISK "Entrada/distribucionReportes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEFINICION.

       SELECT INDICE-DISTRIBUCION
           ASSIGN TO DISK "Entrada/indexados/indiceDistribucion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDI-CLAVE OF REG-INDICE
           FILE STATUS IS FS-INDICE.

       SELECT REPORTE-ORIGEN
           ASSIGN TO DISK WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT PAQUETE
           ASSIGN TO DISK WS-RUTA-PAQUETE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAQUETE.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> DEFINICION DE LA DISTRIBUCION: una fila por reporte y
       *> sucursal, con la corrida que lo produce (D fin de dia, M
       *> fin de mes), el archivo dentro de Salida, el titulo, el
       *> tipo de conservacion (O operativo, G gestion, F fiscal) y
       *> el destinatario.
       *>
       FD DEFINICION-DISTRIBUCION
           LABEL RECORD IS STANDARD.
       01 REG-DEFINICION.
           03 DRP-CORRIDA      PIC X.
           03 DRP-SUCURSAL     PIC X(2).
           03 DRP-ARCHIVO      PIC X(40).
           03 DRP-TITULO       PIC X(30).
           03 DRP-TIPO         PIC X.
           03 DRP-DESTINATARIO PIC X(30).

       FD INDICE-DISTRIBUCION
           LABEL RECORD IS STANDARD.
       01 REG-INDICE.
           03 IDI-CLAVE.
               05  IDI-FECHA       PIC 9(8).
               05  IDI-SUCURSAL    PIC X(2).
               05  IDI-CORRIDA     PIC X.
               05  IDI-ORDEN       PIC 99.
           03 IDI-ARCHIVO      PIC X(40).
           03 IDI-TITULO       PIC X(30).
           03 IDI-DESTINATARIO PIC X(30).
           03 IDI-TIPO         PIC X.
           03 IDI-PAGINA-DESDE PIC 9(4).
           03 IDI-PAGINAS      PIC 9(4).
           03 IDI-VENCE        PIC 9(8).
           03 IDI-ESTADO       PIC X.
               88 IDI-VIGENTE      VALUE "V".
               88 IDI-PURGADO      VALUE "P".
           03 IDI-FECHA-PURGA  PIC 9(8).
           03 IDI-PAQUETE      PIC X(60).

       FD REPORTE-ORIGEN
           LABEL RECORD IS STANDARD.
       01 LINEA-ORIGEN           PIC X(200).

       FD PAQUETE
           LABEL RECORD IS STANDARD.
       01 LINEA-PAQUETE          PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-DEFINICION          PIC XX.
           88 EOF-DEFINICION         VALUE "10".
       01 FS-INDICE              PIC XX.
           88 NO-EXISTE-INDICE       VALUE "35".
           88 EOF-INDICE             VALUE "10".
       01 FS-REPORTE             PIC XX.
           88 EOF-REPORTE            VALUE "10".
       01 FS-PAQUETE             PIC XX.
       01 WS-RUTA-REPORTE        PIC X(60).
       01 WS-RUTA-PAQUETE        PIC X(60).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-SUCURSAL-BASE       PIC X(2).
       01 WS-CORRIDA             PIC X.
           88 CORRIDA-FIN-DE-DIA     VALUE "D".
           88 CORRIDA-FIN-DE-MES     VALUE "M".

       *>
       *> CONSERVACION: dias que se guarda un paquete segun el tipo
       *> de sus reportes (RETEN-OPER y RETEN-GEST). Los fiscales no
       *> vencen nunca; un paquete se depura recien cuando vencieron
       *> todos sus reportes.
       *>
       01 WS-DIAS-OPERATIVO      PIC 9(4) VALUE 30.
       01 WS-DIAS-GESTION        PIC 9(4) VALUE 400.
       01 WS-VENCE-OPERATIVO     PIC 9(8).
       01 WS-VENCE-GESTION       PIC 9(8).
       01 WS-VENCE-FISCAL        PIC 9(8) VALUE 99999999.
       01 WS-CONT-DIAS           PIC 9(4).

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

       01 WS-TABLA-DEFINICIONES.
           03 WS-DEF-FILA OCCURS 60 TIMES.
               05 WS-DEF-CORRIDA     PIC X.
               05 WS-DEF-SUCURSAL    PIC X(2).
               05 WS-DEF-ARCHIVO     PIC X(40).
               05 WS-DEF-TITULO      PIC X(30).
               05 WS-DEF-TIPO        PIC X.
               05 WS-DEF-DESTINATARIO PIC X(30).
       01 WS-DEF-USADAS          PIC 99 VALUE ZEROES.
       01 WS-DEF-IND             PIC 99.
       01 WS-DEF-IND-2           PIC 99.
       01 WS-SUCURSAL-ACTUAL     PIC X(2).
       01 WS-SUCURSAL-VISTA      PIC X.

       *>
       *> PAQUETE EN ARMADO: reportes de la sucursal en curso, con
       *> sus renglones y paginas. Pagina 1 caratula, pagina 2
       *> indice, desde la 3 los reportes; cada pagina tiene 60
       *> renglones, dos de ellos de encabezado.
       *>
       01 WS-TABLA-PAQUETE.
           03 WS-PAQ-FILA OCCURS 40 TIMES.
               05 WS-PAQ-DEF         PIC 99.
               05 WS-PAQ-EXISTE      PIC X.
               05 WS-PAQ-RENGLONES   PIC 9(6).
               05 WS-PAQ-PAGINAS     PIC 9(4).
               05 WS-PAQ-DESDE       PIC 9(4).
       01 WS-PAQ-USADAS          PIC 99.
       01 WS-PAQ-IND             PIC 99.
       01 WS-PAQ-IND-2           PIC 99.
       01 WS-PAQ-GENERADOS       PIC 99.
       01 WS-PAQ-TOTAL-PAGINAS   PIC 9(4).
       01 WS-RENGLONES-PAGINA    PIC 99 VALUE 60.
       01 WS-RENGLONES-CUERPO    PIC 99 VALUE 58.
       01 WS-RENGLON-EN-PAGINA   PIC 99.
       01 WS-PAGINA-ACTUAL       PIC 9(4).
       01 WS-TITULO-PAGINA       PIC X(30).
       01 WS-DESTINATARIO-VISTO  PIC X.

       01 WS-LINEA               PIC X(200).
       01 WS-ED-ORDEN            PIC Z9.
       01 WS-ED-PAGINA           PIC ZZZ9.
       01 WS-ED-CANTIDAD         PIC ZZZZZ9.

       *>
       *> PAQUETES A DEPURAR: se juntan en la recorrida del indice y
       *> se depuran despues, para no mover la posicion de lectura.
       *>
       01 WS-TABLA-PURGA.
           03 WS-PUR-FILA OCCURS 200 TIMES.
               05 WS-PUR-FECHA       PIC 9(8).
               05 WS-PUR-SUCURSAL    PIC X(2).
               05 WS-PUR-CORRIDA     PIC X.
               05 WS-PUR-PAQUETE     PIC X(60).
       01 WS-PUR-USADAS          PIC 999 VALUE ZEROES.
       01 WS-PUR-IND             PIC 999.
       01 WS-GRUPO-FECHA         PIC 9(8).
       01 WS-GRUPO-SUCURSAL      PIC X(2).
       01 WS-GRUPO-CORRIDA       PIC X.
       01 WS-GRUPO-PAQUETE       PIC X(60).
       01 WS-GRUPO-VENCIDO       PIC X.
       01 WS-GRUPO-ABIERTO       PIC X VALUE "N".

       01 CANT-PAQUETES          PIC 9(4) VALUE ZEROES.
       01 CANT-DEPURADOS         PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-SUCURSAL-BASE FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL-BASE
           END-ACCEPT.
           IF WS-SUCURSAL-BASE = SPACES
               MOVE "01" TO WS-SUCURSAL-BASE
           END-IF.
           ACCEPT WS-CORRIDA FROM ENVIRONMENT "CORRIDA_DISTRIBUCION"
               ON EXCEPTION
                   MOVE SPACE TO WS-CORRIDA
           END-ACCEPT.
           IF WS-CORRIDA = SPACE
               DISPLAY "CORRIDA A DISTRIBUIR (D=FIN DE DIA, "
                   "M=FIN DE MES) [D]: "
               ACCEPT WS-CORRIDA
           ELSE
               DISPLAY "CORRIDA A DISTRIBUIR: " WS-CORRIDA
           END-IF.
           IF WS-CORRIDA = SPACE OR WS-CORRIDA = "d"
               MOVE "D" TO WS-CORRIDA
           END-IF.
           IF WS-CORRIDA = "m"
               MOVE "M" TO WS-CORRIDA
           END-IF.
           IF NOT CORRIDA-FIN-DE-DIA AND NOT CORRIDA-FIN-DE-MES
               DISPLAY "CORRIDA INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-VENCIMIENTOS.
           PERFORM CARGAR-DEFINICIONES.
           OPEN I-O INDICE-DISTRIBUCION.
           IF NO-EXISTE-INDICE
               OPEN OUTPUT INDICE-DISTRIBUCION
               CLOSE INDICE-DISTRIBUCION
               OPEN I-O INDICE-DISTRIBUCION
           END-IF.
           IF FS-INDICE <> "00"
               DISPLAY "ERROR AL ABRIR INDICE DE DISTRIBUCION, FS="
                   FS-INDICE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ELEGIR-SUCURSAL
               VARYING WS-DEF-IND FROM 1 BY 1
               UNTIL WS-DEF-IND > WS-DEF-USADAS.
           PERFORM DEPURAR-PAQUETES.
           CLOSE INDICE-DISTRIBUCION.
           DISPLAY "PAQUETES ARMADOS: " CANT-PAQUETES
               "  PAQUETES DEPURADOS: " CANT-DEPURADOS.
           GOBACK.

       CALCULAR-VENCIMIENTOS.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           MOVE "RETEN-OPER" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
              AND WS-PV-VALOR < 10000
               MOVE WS-PV-VALOR TO WS-DIAS-OPERATIVO
           END-IF.
           MOVE "RETEN-GEST" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
              AND WS-PV-VALOR < 10000
               MOVE WS-PV-VALOR TO WS-DIAS-GESTION
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR
               VARYING WS-CONT-DIAS FROM 1 BY 1
               UNTIL WS-CONT-DIAS > WS-DIAS-OPERATIVO.
           MOVE WS-FECHA-CURSOR TO WS-VENCE-OPERATIVO.
           MOVE WS-FECHA-HOY TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR
               VARYING WS-CONT-DIAS FROM 1 BY 1
               UNTIL WS-CONT-DIAS > WS-DIAS-GESTION.
           MOVE WS-FECHA-CURSOR TO WS-VENCE-GESTION.

       *>
       *> si no hay definicion cargada se distribuye lo de siempre a
       *> la gerencia de la sucursal propia: los reportes de la
       *> cadena de fin de dia y los mensuales contables.
       *>
       CARGAR-DEFINICIONES.
           OPEN INPUT DEFINICION-DISTRIBUCION.
           IF FS-DEFINICION = "00"
               READ DEFINICION-DISTRIBUCION
                   AT END MOVE "10" TO FS-DEFINICION
               END-READ
               PERFORM CARGAR-FILA-DEFINICION
                   UNTIL EOF-DEFINICION OR WS-DEF-USADAS >= 60
               CLOSE DEFINICION-DISTRIBUCION
           END-IF.
           IF WS-DEF-USADAS = ZEROES
               PERFORM CARGAR-DEFINICION-BASICA
           END-IF.
           PERFORM FORZAR-FISCALES
               VARYING WS-DEF-IND FROM 1 BY 1
               UNTIL WS-DEF-IND > WS-DEF-USADAS.

       CARGAR-FILA-DEFINICION.
           IF DRP-ARCHIVO NOT = SPACES
               ADD 1 TO WS-DEF-USADAS
               MOVE DRP-CORRIDA TO WS-DEF-CORRIDA (WS-DEF-USADAS)
               MOVE DRP-SUCURSAL TO WS-DEF-SUCURSAL (WS-DEF-USADAS)
               MOVE DRP-ARCHIVO TO WS-DEF-ARCHIVO (WS-DEF-USADAS)
               MOVE DRP-TITULO TO WS-DEF-TITULO (WS-DEF-USADAS)
               MOVE DRP-TIPO TO WS-DEF-TIPO (WS-DEF-USADAS)
               MOVE DRP-DESTINATARIO TO
                   WS-DEF-DESTINATARIO (WS-DEF-USADAS)
           END-IF.
           READ DEFINICION-DISTRIBUCION
               AT END MOVE "10" TO FS-DEFINICION
           END-READ.

       CARGAR-DEFINICION-BASICA.
           MOVE "D" TO DRP-CORRIDA.
           MOVE "O" TO DRP-TIPO.
           MOVE "conciliacionCaja.txt" TO DRP-ARCHIVO.
           MOVE "CONCILIACION DE CAJA" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "facturacionVehiculos.txt" TO DRP-ARCHIVO.
           MOVE "FACTURACION POR VEHICULO" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "alquileresActivos.txt" TO DRP-ARCHIVO.
           MOVE "ALQUILERES ACTIVOS" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "vencimientoChoferes.txt" TO DRP-ARCHIVO.
           MOVE "VENCIMIENTOS DE CHOFERES" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "solapamientoChoferes.txt" TO DRP-ARCHIVO.
           MOVE "SOLAPAMIENTO DE CHOFERES" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "pronosticoChoferes.txt" TO DRP-ARCHIVO.
           MOVE "PRONOSTICO DE CHOFERES" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "M" TO DRP-CORRIDA.
           MOVE "F" TO DRP-TIPO.
           MOVE "libroIvaVentas.txt" TO DRP-ARCHIVO.
           MOVE "LIBRO IVA VENTAS" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "libroIvaCompras.txt" TO DRP-ARCHIVO.
           MOVE "LIBRO IVA COMPRAS" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "posicionIva.txt" TO DRP-ARCHIVO.
           MOVE "POSICION DE IVA" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "asientosContables.txt" TO DRP-ARCHIVO.
           MOVE "ASIENTOS CONTABLES" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "balanceSumasSaldos.txt" TO DRP-ARCHIVO.
           MOVE "BALANCE DE SUMAS Y SALDOS" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "G" TO DRP-TIPO.
           MOVE "estadisticasMensuales.txt" TO DRP-ARCHIVO.
           MOVE "ESTADISTICAS MENSUALES" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "metasVsReal.txt" TO DRP-ARCHIVO.
           MOVE "METAS CONTRA REAL" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.
           MOVE "depreciacionMensual.txt" TO DRP-ARCHIVO.
           MOVE "DEPRECIACION MENSUAL" TO DRP-TITULO.
           PERFORM AGREGAR-DEFINICION-BASICA.

       AGREGAR-DEFINICION-BASICA.
           ADD 1 TO WS-DEF-USADAS.
           MOVE DRP-CORRIDA TO WS-DEF-CORRIDA (WS-DEF-USADAS).
           MOVE WS-SUCURSAL-BASE TO WS-DEF-SUCURSAL (WS-DEF-USADAS).
           MOVE DRP-ARCHIVO TO WS-DEF-ARCHIVO (WS-DEF-USADAS).
           MOVE DRP-TITULO TO WS-DEF-TITULO (WS-DEF-USADAS).
           MOVE DRP-TIPO TO WS-DEF-TIPO (WS-DEF-USADAS).
           MOVE "GERENCIA DE SUCURSAL" TO
               WS-DEF-DESTINATARIO (WS-DEF-USADAS).

       *>
       *> los libros y salidas fiscales se conservan siempre, diga
       *> lo que diga la definicion.
       *>
       FORZAR-FISCALES.
           EVALUATE WS-DEF-ARCHIVO (WS-DEF-IND)
               WHEN "libroIvaVentas.txt"
               WHEN "libroIvaCompras.txt"
               WHEN "asientosContables.txt"
               WHEN "posicionIva.txt"
               WHEN "balanceSumasSaldos.txt"
               WHEN "mayorCuentas.txt"
               WHEN "declaracionIibb.txt"
               WHEN "exportacionIibb.txt"
               WHEN "certificadosRetencion.txt"
                   MOVE "F" TO WS-DEF-TIPO (WS-DEF-IND)
           END-EVALUATE.
           IF WS-DEF-TIPO (WS-DEF-IND) NOT = "F"
              AND WS-DEF-TIPO (WS-DEF-IND) NOT = "G"
               MOVE "O" TO WS-DEF-TIPO (WS-DEF-IND)
           END-IF.

       *>
       *> una sucursal se arma la primera vez que aparece entre las
       *> filas de la corrida.
       *>
       ELEGIR-SUCURSAL.
           IF WS-DEF-CORRIDA (WS-DEF-IND) = WS-CORRIDA
               MOVE "N" TO WS-SUCURSAL-VISTA
               PERFORM BUSCAR-SUCURSAL-VISTA
                   VARYING WS-DEF-IND-2 FROM 1 BY 1
                   UNTIL WS-DEF-IND-2 >= WS-DEF-IND
               IF WS-SUCURSAL-VISTA = "N"
                   MOVE WS-DEF-SUCURSAL (WS-DEF-IND) TO
                       WS-SUCURSAL-ACTUAL
                   PERFORM ARMAR-PAQUETE
               END-IF
           END-IF.

       BUSCAR-SUCURSAL-VISTA.
           IF WS-DEF-CORRIDA (WS-DEF-IND-2) = WS-CORRIDA
              AND WS-DEF-SUCURSAL (WS-DEF-IND-2) =
                  WS-DEF-SUCURSAL (WS-DEF-IND)
               MOVE "S" TO WS-SUCURSAL-VISTA
           END-IF.

       ARMAR-PAQUETE.
           MOVE ZEROES TO WS-PAQ-USADAS.
           PERFORM TOMAR-REPORTE-SUCURSAL
               VARYING WS-DEF-IND-2 FROM 1 BY 1
               UNTIL WS-DEF-IND-2 > WS-DEF-USADAS.
           MOVE ZEROES TO WS-PAQ-GENERADOS.
           MOVE 2 TO WS-PAQ-TOTAL-PAGINAS.
           PERFORM MEDIR-REPORTE
               VARYING WS-PAQ-IND FROM 1 BY 1
               UNTIL WS-PAQ-IND > WS-PAQ-USADAS.
           IF WS-PAQ-GENERADOS = ZEROES
               DISPLAY "SUCURSAL " WS-SUCURSAL-ACTUAL
                   ": NINGUN REPORTE GENERADO, NO SE ARMA PAQUETE"
           ELSE
               MOVE SPACES TO WS-RUTA-PAQUETE
               STRING "Salida/paquete-" DELIMITED BY SIZE
                      WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-HOY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CORRIDA DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-RUTA-PAQUETE
               END-STRING
               OPEN OUTPUT PAQUETE
               MOVE ZEROES TO WS-PAGINA-ACTUAL
               MOVE ZEROES TO WS-RENGLON-EN-PAGINA
               PERFORM ESCRIBIR-CARATULA
               PERFORM ESCRIBIR-INDICE
               PERFORM ESCRIBIR-REPORTE
                   VARYING WS-PAQ-IND FROM 1 BY 1
                   UNTIL WS-PAQ-IND > WS-PAQ-USADAS
               CLOSE PAQUETE
               PERFORM INDEXAR-PAQUETE
               ADD 1 TO CANT-PAQUETES
               DISPLAY "PAQUETE " WS-RUTA-PAQUETE
           END-IF.

       TOMAR-REPORTE-SUCURSAL.
           IF WS-DEF-CORRIDA (WS-DEF-IND-2) = WS-CORRIDA
              AND WS-DEF-SUCURSAL (WS-DEF-IND-2) = WS-SUCURSAL-ACTUAL
              AND WS-PAQ-USADAS < 40
               ADD 1 TO WS-PAQ-USADAS
               MOVE WS-DEF-IND-2 TO WS-PAQ-DEF (WS-PAQ-USADAS)
           END-IF.

       *>
       *> primera pasada: se cuentan los renglones de cada reporte
       *> para saber sus paginas y armar el indice antes de copiar.
       *>
       MEDIR-REPORTE.
           MOVE WS-PAQ-DEF (WS-PAQ-IND) TO WS-DEF-IND-2.
           PERFORM ARMAR-RUTA-REPORTE.
           MOVE ZEROES TO WS-PAQ-RENGLONES (WS-PAQ-IND).
           MOVE ZEROES TO WS-PAQ-PAGINAS (WS-PAQ-IND).
           MOVE ZEROES TO WS-PAQ-DESDE (WS-PAQ-IND).
           MOVE "N" TO WS-PAQ-EXISTE (WS-PAQ-IND).
           OPEN INPUT REPORTE-ORIGEN.
           IF FS-REPORTE = "00"
               MOVE "S" TO WS-PAQ-EXISTE (WS-PAQ-IND)
               ADD 1 TO WS-PAQ-GENERADOS
               PERFORM LEER-ORIGEN
               PERFORM CONTAR-RENGLON UNTIL EOF-REPORTE
               CLOSE REPORTE-ORIGEN
               COMPUTE WS-PAQ-PAGINAS (WS-PAQ-IND) =
                   (WS-PAQ-RENGLONES (WS-PAQ-IND)
                    + WS-RENGLONES-CUERPO - 1) / WS-RENGLONES-CUERPO
               IF WS-PAQ-PAGINAS (WS-PAQ-IND) = ZEROES
                   MOVE 1 TO WS-PAQ-PAGINAS (WS-PAQ-IND)
               END-IF
               COMPUTE WS-PAQ-DESDE (WS-PAQ-IND) =
                   WS-PAQ-TOTAL-PAGINAS + 1
               ADD WS-PAQ-PAGINAS (WS-PAQ-IND) TO WS-PAQ-TOTAL-PAGINAS
           END-IF.

       ARMAR-RUTA-REPORTE.
           MOVE SPACES TO WS-RUTA-REPORTE.
           STRING "Salida/" DELIMITED BY SIZE
                  WS-DEF-ARCHIVO (WS-DEF-IND-2) DELIMITED BY SPACE
               INTO WS-RUTA-REPORTE
           END-STRING.

       LEER-ORIGEN.
           READ REPORTE-ORIGEN
               AT END MOVE "10" TO FS-REPORTE
           END-READ.

       CONTAR-RENGLON.
           ADD 1 TO WS-PAQ-RENGLONES (WS-PAQ-IND).
           PERFORM LEER-ORIGEN.

       *>
       *> renglon del paquete: al empezar cada pagina va el
       *> encabezado con la sucursal, la fecha, el titulo y el
       *> numero de pagina; al llenar los 60 renglones se pasa a la
       *> siguiente.
       *>
       ESCRIBIR-RENGLON-PAQUETE.
           IF WS-RENGLON-EN-PAGINA = ZEROES
               PERFORM ESCRIBIR-ENCABEZADO-PAGINA
           END-IF.
           WRITE LINEA-PAQUETE FROM WS-LINEA.
           ADD 1 TO WS-RENGLON-EN-PAGINA.
           IF WS-RENGLON-EN-PAGINA >= WS-RENGLONES-PAGINA
               MOVE ZEROES TO WS-RENGLON-EN-PAGINA
           END-IF.

       ESCRIBIR-ENCABEZADO-PAGINA.
           ADD 1 TO WS-PAGINA-ACTUAL.
           MOVE WS-PAGINA-ACTUAL TO WS-ED-PAGINA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "PAQUETE SUCURSAL " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TITULO-PAGINA DELIMITED BY SIZE
                  "  PAGINA " DELIMITED BY SIZE
                  WS-ED-PAGINA DELIMITED BY SIZE
               INTO LINEA-PAQUETE
           END-STRING.
           WRITE LINEA-PAQUETE.
           MOVE ALL "-" TO LINEA-PAQUETE (1:80).
           WRITE LINEA-PAQUETE.
           MOVE 2 TO WS-RENGLON-EN-PAGINA.

       COMPLETAR-PAGINA.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBIR-RENGLON-PAQUETE
               UNTIL WS-RENGLON-EN-PAGINA = ZEROES.

       ESCRIBIR-CARATULA.
           MOVE "CARATULA" TO WS-TITULO-PAGINA.
           MOVE SPACES TO WS-LINEA.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE ALL "*" TO WS-LINEA (1:60).
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE SPACES TO WS-LINEA.
           MOVE "*  PAQUETE DE DISTRIBUCION DE REPORTES" TO WS-LINEA.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE SPACES TO WS-LINEA.
           STRING "*  SUCURSAL: " DELIMITED BY SIZE
                  WS-SUCURSAL-ACTUAL DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE SPACES TO WS-LINEA.
           IF CORRIDA-FIN-DE-DIA
               MOVE "*  CORRIDA: FIN DE DIA" TO WS-LINEA
           ELSE
               MOVE "*  CORRIDA: FIN DE MES" TO WS-LINEA
           END-IF.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE SPACES TO WS-LINEA.
           STRING "*  FECHA: " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-PAQ-GENERADOS TO WS-ED-ORDEN.
           MOVE WS-PAQ-TOTAL-PAGINAS TO WS-ED-PAGINA.
           STRING "*  REPORTES: " DELIMITED BY SIZE
                  WS-ED-ORDEN DELIMITED BY SIZE
                  "   PAGINAS: " DELIMITED BY SIZE
                  WS-ED-PAGINA DELIMITED BY SIZE
               INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           MOVE "*  DESTINATARIOS:" TO WS-LINEA.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           PERFORM ESCRIBIR-DESTINATARIO
               VARYING WS-PAQ-IND FROM 1 BY 1
               UNTIL WS-PAQ-IND > WS-PAQ-USADAS.
           MOVE ALL "*" TO WS-LINEA (1:60).
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           PERFORM COMPLETAR-PAGINA.

       ESCRIBIR-DESTINATARIO.
           MOVE "N" TO WS-DESTINATARIO-VISTO.
           PERFORM BUSCAR-DESTINATARIO-VISTO
               VARYING WS-PAQ-IND-2 FROM 1 BY 1
               UNTIL WS-PAQ-IND-2 >= WS-PAQ-IND.
           IF WS-DESTINATARIO-VISTO = "N"
              AND WS-PAQ-EXISTE (WS-PAQ-IND) = "S"
               MOVE WS-PAQ-DEF (WS-PAQ-IND) TO WS-DEF-IND-2
               MOVE SPACES TO WS-LINEA
               STRING "*     " DELIMITED BY SIZE
                      WS-DEF-DESTINATARIO (WS-DEF-IND-2)
                          DELIMITED BY SIZE
                   INTO WS-LINEA
               END-STRING
               PERFORM ESCRIBIR-RENGLON-PAQUETE
           END-IF.

       BUSCAR-DESTINATARIO-VISTO.
           IF WS-PAQ-EXISTE (WS-PAQ-IND-2) = "S"
              AND WS-DEF-DESTINATARIO (WS-PAQ-DEF (WS-PAQ-IND-2)) =
                  WS-DEF-DESTINATARIO (WS-PAQ-DEF (WS-PAQ-IND))
               MOVE "S" TO WS-DESTINATARIO-VISTO
           END-IF.

       ESCRIBIR-INDICE.
           MOVE "INDICE" TO WS-TITULO-PAGINA.
           MOVE SPACES TO WS-LINEA.
           MOVE "ORD REPORTE" TO WS-LINEA.
           MOVE "DESTINATARIO" TO WS-LINEA (36:12).
           MOVE "PAGINA PAGS CONSERVACION" TO WS-LINEA (68:24).
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           PERFORM ESCRIBIR-RENGLON-INDICE
               VARYING WS-PAQ-IND FROM 1 BY 1
               UNTIL WS-PAQ-IND > WS-PAQ-USADAS.
           PERFORM COMPLETAR-PAGINA.

       ESCRIBIR-RENGLON-INDICE.
           MOVE WS-PAQ-DEF (WS-PAQ-IND) TO WS-DEF-IND-2.
           MOVE SPACES TO WS-LINEA.
           MOVE WS-PAQ-IND TO WS-ED-ORDEN.
           MOVE WS-ED-ORDEN TO WS-LINEA (1:2).
           MOVE WS-DEF-TITULO (WS-DEF-IND-2) TO WS-LINEA (5:30).
           MOVE WS-DEF-DESTINATARIO (WS-DEF-IND-2) TO
               WS-LINEA (36:30).
           IF WS-PAQ-EXISTE (WS-PAQ-IND) = "S"
               MOVE WS-PAQ-DESDE (WS-PAQ-IND) TO WS-ED-PAGINA
               MOVE WS-ED-PAGINA TO WS-LINEA (68:4)
               MOVE WS-PAQ-PAGINAS (WS-PAQ-IND) TO WS-ED-PAGINA
               MOVE WS-ED-PAGINA TO WS-LINEA (75:4)
               EVALUATE WS-DEF-TIPO (WS-DEF-IND-2)
                   WHEN "F"
                       MOVE "PERMANENTE" TO WS-LINEA (80:10)
                   WHEN "G"
                       MOVE WS-VENCE-GESTION TO WS-LINEA (80:8)
                   WHEN OTHER
                       MOVE WS-VENCE-OPERATIVO TO WS-LINEA (80:8)
               END-EVALUATE
           ELSE
               MOVE "NO GENERADO" TO WS-LINEA (68:11)
           END-IF.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.

       *>
       *> segunda pasada: copia del reporte, cortado en paginas;
       *> uno vacio ocupa igual su pagina.
       *>
       ESCRIBIR-REPORTE.
           IF WS-PAQ-EXISTE (WS-PAQ-IND) = "S"
               MOVE WS-PAQ-DEF (WS-PAQ-IND) TO WS-DEF-IND-2
               MOVE WS-DEF-TITULO (WS-DEF-IND-2) TO WS-TITULO-PAGINA
               PERFORM ARMAR-RUTA-REPORTE
               OPEN INPUT REPORTE-ORIGEN
               IF FS-REPORTE = "00"
                   PERFORM LEER-ORIGEN
                   IF EOF-REPORTE
                       MOVE "SIN CONTENIDO EN ESTA CORRIDA" TO WS-LINEA
                       PERFORM ESCRIBIR-RENGLON-PAQUETE
                   END-IF
                   PERFORM COPIAR-RENGLON UNTIL EOF-REPORTE
                   CLOSE REPORTE-ORIGEN
               END-IF
               IF WS-RENGLON-EN-PAGINA > ZEROES
                   PERFORM COMPLETAR-PAGINA
               END-IF
           END-IF.

       COPIAR-RENGLON.
           MOVE LINEA-ORIGEN TO WS-LINEA.
           PERFORM ESCRIBIR-RENGLON-PAQUETE.
           PERFORM LEER-ORIGEN.

       *>
       *> INDICE DE DISTRIBUCION: una fila por reporte distribuido;
       *> si el paquete del dia se vuelve a armar, reemplaza al
       *> anterior.
       *>
       INDEXAR-PAQUETE.
           MOVE WS-FECHA-HOY TO IDI-FECHA.
           MOVE WS-SUCURSAL-ACTUAL TO IDI-SUCURSAL.
           MOVE WS-CORRIDA TO IDI-CORRIDA.
           MOVE ZEROES TO IDI-ORDEN.
           START INDICE-DISTRIBUCION KEY IS NOT LESS THAN IDI-CLAVE
               INVALID KEY MOVE "10" TO FS-INDICE
               NOT INVALID KEY MOVE "00" TO FS-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM LEER-INDICE
               PERFORM BORRAR-INDICE-PREVIO
                   UNTIL EOF-INDICE
                   OR IDI-FECHA NOT = WS-FECHA-HOY
                   OR IDI-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                   OR IDI-CORRIDA NOT = WS-CORRIDA
           END-IF.
           PERFORM GRABAR-INDICE
               VARYING WS-PAQ-IND FROM 1 BY 1
               UNTIL WS-PAQ-IND > WS-PAQ-USADAS.

       LEER-INDICE.
           READ INDICE-DISTRIBUCION NEXT RECORD
               AT END MOVE "10" TO FS-INDICE
           END-READ.

       BORRAR-INDICE-PREVIO.
           DELETE INDICE-DISTRIBUCION RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           PERFORM LEER-INDICE.

       GRABAR-INDICE.
           IF WS-PAQ-EXISTE (WS-PAQ-IND) = "S"
               MOVE WS-PAQ-DEF (WS-PAQ-IND) TO WS-DEF-IND-2
               MOVE WS-FECHA-HOY TO IDI-FECHA
               MOVE WS-SUCURSAL-ACTUAL TO IDI-SUCURSAL
               MOVE WS-CORRIDA TO IDI-CORRIDA
               MOVE WS-PAQ-IND TO IDI-ORDEN
               MOVE WS-DEF-ARCHIVO (WS-DEF-IND-2) TO IDI-ARCHIVO
               MOVE WS-DEF-TITULO (WS-DEF-IND-2) TO IDI-TITULO
               MOVE WS-DEF-DESTINATARIO (WS-DEF-IND-2) TO
                   IDI-DESTINATARIO
               MOVE WS-DEF-TIPO (WS-DEF-IND-2) TO IDI-TIPO
               MOVE WS-PAQ-DESDE (WS-PAQ-IND) TO IDI-PAGINA-DESDE
               MOVE WS-PAQ-PAGINAS (WS-PAQ-IND) TO IDI-PAGINAS
               EVALUATE IDI-TIPO
                   WHEN "F" MOVE WS-VENCE-FISCAL TO IDI-VENCE
                   WHEN "G" MOVE WS-VENCE-GESTION TO IDI-VENCE
                   WHEN OTHER MOVE WS-VENCE-OPERATIVO TO IDI-VENCE
               END-EVALUATE
               MOVE "V" TO IDI-ESTADO
               MOVE ZEROES TO IDI-FECHA-PURGA
               MOVE WS-RUTA-PAQUETE TO IDI-PAQUETE
               WRITE REG-INDICE
                   INVALID KEY
                       REWRITE REG-INDICE
                           INVALID KEY
                               DISPLAY "ERROR AL INDEXAR "
                                   IDI-ARCHIVO
                       END-REWRITE
               END-WRITE
           END-IF.

       *>
       *> DEPURACION: un paquete vigente se depura cuando vencieron
       *> todos sus reportes (nunca si lleva alguno fiscal). El
       *> archivo queda vacio y sus filas del indice pasan a "P",
       *> asi la reimpresion sabe que ya no esta.
       *>
       DEPURAR-PAQUETES.
           MOVE ZEROES TO WS-PUR-USADAS.
           MOVE "N" TO WS-GRUPO-ABIERTO.
           MOVE LOW-VALUES TO IDI-CLAVE.
           START INDICE-DISTRIBUCION KEY IS NOT LESS THAN IDI-CLAVE
               INVALID KEY MOVE "10" TO FS-INDICE
               NOT INVALID KEY MOVE "00" TO FS-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM LEER-INDICE
               PERFORM EXAMINAR-VENCIMIENTO UNTIL EOF-INDICE
           END-IF.
           PERFORM CERRAR-GRUPO.
           PERFORM PURGAR-PAQUETE
               VARYING WS-PUR-IND FROM 1 BY 1
               UNTIL WS-PUR-IND > WS-PUR-USADAS.

       EXAMINAR-VENCIMIENTO.
           IF WS-GRUPO-ABIERTO = "S"
              AND (IDI-FECHA NOT = WS-GRUPO-FECHA
                   OR IDI-SUCURSAL NOT = WS-GRUPO-SUCURSAL
                   OR IDI-CORRIDA NOT = WS-GRUPO-CORRIDA)
               PERFORM CERRAR-GRUPO
           END-IF.
           IF WS-GRUPO-ABIERTO = "N"
               MOVE "S" TO WS-GRUPO-ABIERTO
               MOVE IDI-FECHA TO WS-GRUPO-FECHA
               MOVE IDI-SUCURSAL TO WS-GRUPO-SUCURSAL
               MOVE IDI-CORRIDA TO WS-GRUPO-CORRIDA
               MOVE IDI-PAQUETE TO WS-GRUPO-PAQUETE
               MOVE "S" TO WS-GRUPO-VENCIDO
           END-IF.
           IF IDI-PURGADO OR IDI-VENCE >= WS-FECHA-HOY
               MOVE "N" TO WS-GRUPO-VENCIDO
           END-IF.
           PERFORM LEER-INDICE.

       CERRAR-GRUPO.
           IF WS-GRUPO-ABIERTO = "S" AND WS-GRUPO-VENCIDO = "S"
              AND WS-PUR-USADAS < 200
               ADD 1 TO WS-PUR-USADAS
               MOVE WS-GRUPO-FECHA TO WS-PUR-FECHA (WS-PUR-USADAS)
               MOVE WS-GRUPO-SUCURSAL TO
                   WS-PUR-SUCURSAL (WS-PUR-USADAS)
               MOVE WS-GRUPO-CORRIDA TO WS-PUR-CORRIDA (WS-PUR-USADAS)
               MOVE WS-GRUPO-PAQUETE TO WS-PUR-PAQUETE (WS-PUR-USADAS)
           END-IF.
           MOVE "N" TO WS-GRUPO-ABIERTO.

       PURGAR-PAQUETE.
           MOVE WS-PUR-PAQUETE (WS-PUR-IND) TO WS-RUTA-PAQUETE.
           OPEN OUTPUT PAQUETE.
           CLOSE PAQUETE.
           MOVE WS-PUR-FECHA (WS-PUR-IND) TO IDI-FECHA.
           MOVE WS-PUR-SUCURSAL (WS-PUR-IND) TO IDI-SUCURSAL.
           MOVE WS-PUR-CORRIDA (WS-PUR-IND) TO IDI-CORRIDA.
           MOVE ZEROES TO IDI-ORDEN.
           START INDICE-DISTRIBUCION KEY IS NOT LESS THAN IDI-CLAVE
               INVALID KEY MOVE "10" TO FS-INDICE
               NOT INVALID KEY MOVE "00" TO FS-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM LEER-INDICE
               PERFORM MARCAR-PURGADO
                   UNTIL EOF-INDICE
                   OR IDI-FECHA NOT = WS-PUR-FECHA (WS-PUR-IND)
                   OR IDI-SUCURSAL NOT = WS-PUR-SUCURSAL (WS-PUR-IND)
                   OR IDI-CORRIDA NOT = WS-PUR-CORRIDA (WS-PUR-IND)
           END-IF.
           ADD 1 TO CANT-DEPURADOS.

       MARCAR-PURGADO.
           MOVE "P" TO IDI-ESTADO.
           MOVE WS-FECHA-HOY TO IDI-FECHA-PURGA.
           REWRITE REG-INDICE
               INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM LEER-INDICE.

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
