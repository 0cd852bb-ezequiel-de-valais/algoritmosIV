       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECUENCIADOR-FIN-DE-MES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTROL-FIN-DE-MES
           ASSIGN TO DISK "Salida/controlFinDeMes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT REPORTE-PREREQUISITOS
           ASSIGN TO DISK "Salida/prerequisitosFinDeMes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SESIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/sesionesCaja.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SES-CLAVE OF REG-SESIONES
           FILE STATUS IS FS-SESIONES.

       SELECT AUTORIZACIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/autorizaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUT-FACTURA OF REG-AUTORIZACIONES
           FILE STATUS IS FS-AUTORIZACIONES.

       SELECT ALQUILERES-SEQ
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-SEQ
           FILE STATUS IS FS-ALQUILERES.

       SELECT LIQUIDACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/liquidaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIQ-CLAVE OF REG-LIQUIDACIONES-RND
           FILE STATUS IS FS-LIQUIDACIONES.

       SELECT RECHAZOS
           ASSIGN TO DISK "Salida/rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       DATA DIVISION.

       FILE SECTION.

       FD CONTROL-FIN-DE-MES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-PASO.
           03 RC-PERIODO       PIC 9(6).
           03 RC-PASO          PIC 9.
           03 RC-PROGRAMA      PIC X(30).
           03 RC-CRITICO       PIC X.
           03 RC-ESTADO        PIC X.
           03 RC-INICIO        PIC 9(14).
           03 RC-FIN           PIC 9(14).

       FD REPORTE-PREREQUISITOS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(100).

       FD SESIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-SESIONES.
           03 SES-CLAVE.
               05  SES-OPERADOR  PIC X(10).
               05  SES-FECHA     PIC 9(8).
               05  SES-HORA      PIC 9(8).
           03 SES-SUCURSAL     PIC X(2).
           03 SES-ESTADO       PIC X.
               88 SESION-ABIERTA   VALUE "A".
               88 SESION-CERRADA   VALUE "C".
           03 SES-CONTADO      PIC 9(9)V99.
           03 SES-CALCULADO    PIC 9(9)V99.
           03 SES-DIFERENCIA   PIC S9(9)V99.

       FD AUTORIZACIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-AUTORIZACIONES.
           03 AUT-FACTURA      PIC 9(8).
           03 AUT-ESTADO       PIC X.
               88 AUT-PENDIENTE    VALUE "P".
               88 AUT-AUTORIZADA   VALUE "A".
               88 AUT-RECHAZADA    VALUE "R".
           03 AUT-CODIGO       PIC X(14).
           03 AUT-FECHA        PIC 9(8).

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

       FD LIQUIDACIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-LIQUIDACIONES-RND.
           03 LIQ-CLAVE.
               05  LIQ-PATENTE PIC X(6).
               05  LIQ-FECHA   PIC 9(8).
           03 LIQ-CHOFER       PIC X(7).
           03 LIQ-NRO          PIC 9(6).
           03 LIQ-FECHA-LIQ    PIC 9(8).

       FD RECHAZOS
           LABEL RECORD IS STANDARD.
       01 LINEA-RECHAZO          PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-CONTROL             PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-SESIONES            PIC XX.
           88 EOF-SESIONES           VALUE "10".
       01 FS-AUTORIZACIONES      PIC XX.
           88 EOF-AUTORIZACIONES     VALUE "10".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-LIQUIDACIONES       PIC XX.
       01 FS-RECHAZOS            PIC XX.
           88 EOF-RECHAZOS           VALUE "10".

       *>
       *> CADENA DE FIN DE MES: mismo esquema que la de fin de dia,
       *> pero por periodo. Antes de correr nada se controlan los
       *> prerequisitos (cajas cerradas, facturas autorizadas,
       *> liquidacion hecha, sin rechazos abiertos); despues los
       *> pasos van siempre en este orden y el ultimo, el cierre del
       *> periodo, solo se ejecuta si todos los anteriores salieron
       *> bien. Los programas llamados toman el periodo de la
       *> variable de ambiente PERIODO_CIERRE en vez de pedirlo.
       *>
       01 WS-TABLA-PASOS.
           03 WS-PASO OCCURS 8 TIMES.
               05 WS-PROGRAMA      PIC X(30).
               05 WS-CRITICO       PIC X.
               05 WS-ESTADO        PIC X.
               05 WS-INICIO        PIC 9(14).
               05 WS-FIN           PIC 9(14).
       01 WS-CANT-PASOS          PIC 9 VALUE 8.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(4).
           03 WS-PER-MM          PIC 9(2).
       01 WS-PERIODO-ALQ         PIC 9(6).
       01 WS-PERIODO-VACIO       PIC X(6) VALUE SPACES.
       01 WS-PERIODO-PREVIO      PIC 9(6) VALUE ZEROES.
       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-INDICE              PIC 9.
       01 WS-IND-PREVIO          PIC 9.
       01 WS-IND-CONTROL         PIC 9.
       01 WS-CADENA-CORTADA      PIC X VALUE "N".
           88 CADENA-CORTADA         VALUE "S".
       01 WS-HAY-CORRIDA-PREVIA  PIC X VALUE "N".
           88 HAY-CORRIDA-PREVIA     VALUE "S".
       01 WS-PREVIA-COMPLETA     PIC X VALUE "N".
           88 PREVIA-COMPLETA        VALUE "S".
       01 WS-OTRO-PERIODO        PIC X VALUE "N".
           88 OTRO-PERIODO-ABIERTO   VALUE "S".
       01 WS-PASOS-PREVIOS-OK    PIC X.
       01 WS-LIQUIDACIONES-DISP  PIC X VALUE "N".
           88 LIQUIDACIONES-DISPONIBLES VALUE "S".
       01 WS-PREREQUISITOS       PIC X VALUE "S".
           88 PREREQUISITOS-OK       VALUE "S".
       01 WS-REANUDAR            PIC X.
       01 WS-FECHA-AHORA         PIC 9(8).
       01 WS-HORA-AHORA          PIC 9(8).
       01 WS-MOMENTO             PIC 9(14).
       01 WS-DISTRIBUIR          PIC X.
       01 WS-CORRIDA-MES         PIC X VALUE "M".
       01 WS-CORRIDA-VACIA       PIC X VALUE SPACE.
       01 WS-EXIT                PIC X.

       01 CANT-SESIONES-ABIERTAS PIC 9(5) VALUE ZEROES.
       01 CANT-AUT-PENDIENTES    PIC 9(5) VALUE ZEROES.
       01 CANT-SIN-LIQUIDAR      PIC 9(5) VALUE ZEROES.
       01 CANT-CERRADOS-PERIODO  PIC 9(5) VALUE ZEROES.
       01 CANT-RECHAZOS          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           DISPLAY "PERIODO A CERRAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO NOT NUMERIC
              OR WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY "PERIODO INVALIDO"
               ACCEPT WS-EXIT
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-PC-FECHA (1:6).
           MOVE "01" TO WS-PC-FECHA (7:2).
           CALL "periodocerrado" USING WS-PC-FECHA, WS-PC-RESULTADO.
           PERFORM INICIALIZAR-PASOS.
           PERFORM LEER-CORRIDA-PREVIA.
           IF OTRO-PERIODO-ABIERTO
               DISPLAY "LA CADENA DEL PERIODO " WS-PERIODO-PREVIO
                   " QUEDO SIN COMPLETAR; TERMINARLA ANTES DE "
                   "EMPEZAR OTRO PERIODO"
           ELSE IF PREVIA-COMPLETA
               DISPLAY "LA CADENA DEL PERIODO " WS-PERIODO
                   " YA SE COMPLETO, NO SE REPITE"
           ELSE IF WS-PC-RESULTADO = "C"
               DISPLAY "EL PERIODO " WS-PERIODO " YA ESTA CERRADO "
                   "CONTABLEMENTE, USAR AJUSTE-TARDIO"
           ELSE
               PERFORM CONTROLAR-PREREQUISITOS
               IF NOT PREREQUISITOS-OK
                   DISPLAY "PREREQUISITOS SIN CUMPLIR, NO SE EJECUTA "
                       "NINGUN PASO (VER Salida/prerequisitosFinDeMes"
                       ".txt)"
               ELSE
                   PERFORM PUBLICAR-PERIODO
                   PERFORM EJECUTAR-PASO
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-CANT-PASOS
                       OR CADENA-CORTADA
                   PERFORM RETIRAR-PERIODO
                   PERFORM INFORMAR-RESULTADO
               END-IF
           END-IF
           END-IF
           END-IF.
           ACCEPT WS-EXIT.
           STOP RUN.

       INFORMAR-RESULTADO.
           IF CADENA-CORTADA
               DISPLAY "CADENA CORTADA; EL PERIODO NO SE CERRO. "
                   "CORREGIR Y VOLVER A EJECUTAR PARA REANUDAR"
           ELSE
               DISPLAY "FIN DE MES " WS-PERIODO " COMPLETO"
               PERFORM DISTRIBUIR-REPORTES
           END-IF.

       *>
       *> DISTRIBUCION: los reportes del mes salen en el paquete de
       *> la corrida M, que se le pasa a DISTRIBUCION-REPORTES en
       *> CORRIDA_DISTRIBUCION para que no la vuelva a preguntar;
       *> igual que en fin de dia, si falla quedan en Salida y se
       *> distribuyen despues.
       *>
       DISTRIBUIR-REPORTES.
           DISPLAY "ARMAR EL PAQUETE DE FIN DE MES (S/N): ".
           ACCEPT WS-DISTRIBUIR.
           IF WS-DISTRIBUIR = "S" OR WS-DISTRIBUIR = "s"
               DISPLAY "EJECUTANDO DISTRIBUCION-REPORTES (CORRIDA M)"
               DISPLAY "CORRIDA_DISTRIBUCION" UPON ENVIRONMENT-NAME
               DISPLAY WS-CORRIDA-MES UPON ENVIRONMENT-VALUE
               MOVE 0 TO RETURN-CODE
               CALL "DISTRIBUCION-REPORTES"
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO INVOCAR "
                           "DISTRIBUCION-REPORTES"
                       MOVE 12 TO RETURN-CODE
               END-CALL
               DISPLAY "CORRIDA_DISTRIBUCION" UPON ENVIRONMENT-NAME
               DISPLAY WS-CORRIDA-VACIA UPON ENVIRONMENT-VALUE
               IF RETURN-CODE NOT = 0
                   DISPLAY "DISTRIBUCION DE REPORTES FALLO, RC="
                       RETURN-CODE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       *>
       *> todos los pasos son criticos salvo las estadisticas, que
       *> nadie mas lee; igual un paso fallado, critico o no, impide
       *> el cierre del periodo.
       *>
       INICIALIZAR-PASOS.
           MOVE "INTERESES-POR-MORA" TO WS-PROGRAMA (1).
           MOVE "S" TO WS-CRITICO (1).
           MOVE "DEPRECIACION-MENSUAL" TO WS-PROGRAMA (2).
           MOVE "S" TO WS-CRITICO (2).
           MOVE "FACTURACION-CONVENIOS" TO WS-PROGRAMA (3).
           MOVE "S" TO WS-CRITICO (3).
           MOVE "RESUMEN-CUENTA-CLIENTES" TO WS-PROGRAMA (4).
           MOVE "S" TO WS-CRITICO (4).
           MOVE "LIBRO-IVA-VENTAS" TO WS-PROGRAMA (5).
           MOVE "S" TO WS-CRITICO (5).
           MOVE "ESTADISTICAS-MENSUALES" TO WS-PROGRAMA (6).
           MOVE "N" TO WS-CRITICO (6).
           MOVE "ASIENTOS-CONTABLES" TO WS-PROGRAMA (7).
           MOVE "S" TO WS-CRITICO (7).
           MOVE "CIERRE-DE-PERIODO" TO WS-PROGRAMA (8).
           MOVE "S" TO WS-CRITICO (8).
           PERFORM INICIALIZAR-ESTADO-PASO
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-CANT-PASOS.

       INICIALIZAR-ESTADO-PASO.
           MOVE "P" TO WS-ESTADO (WS-INDICE).
           MOVE ZEROES TO WS-INICIO (WS-INDICE).
           MOVE ZEROES TO WS-FIN (WS-INDICE).

       *>
       *> el control guarda el periodo de la ultima cadena: si es el
       *> mismo y quedo a medias se ofrece reanudar desde el paso
       *> fallado; si es otro periodo y quedo a medias no se deja
       *> empezar uno nuevo encima.
       *>
       LEER-CORRIDA-PREVIA.
           MOVE "S" TO WS-PREVIA-COMPLETA.
           OPEN INPUT CONTROL-FIN-DE-MES.
           IF FS-CONTROL = "00"
               READ CONTROL-FIN-DE-MES
                   AT END MOVE "10" TO FS-CONTROL
               END-READ
               IF FS-CONTROL = "00"
                   MOVE RC-PERIODO TO WS-PERIODO-PREVIO
               END-IF
               PERFORM CARGAR-PASO-PREVIO UNTIL FS-CONTROL <> "00"
               CLOSE CONTROL-FIN-DE-MES
           END-IF.
           IF WS-PERIODO-PREVIO NOT = WS-PERIODO
               MOVE "N" TO WS-PREVIA-COMPLETA
               PERFORM INICIALIZAR-ESTADO-PASO
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-CANT-PASOS
           ELSE
               IF HAY-CORRIDA-PREVIA
                   MOVE "N" TO WS-PREVIA-COMPLETA
                   DISPLAY "HAY UNA CORRIDA DEL PERIODO SIN "
                       "COMPLETAR."
                   DISPLAY "REANUDAR DESDE EL PASO FALLIDO (S) O "
                       "EMPEZAR DE NUEVO (N): "
                   ACCEPT WS-REANUDAR
                   IF WS-REANUDAR NOT = "S" AND WS-REANUDAR NOT = "s"
                       PERFORM INICIALIZAR-ESTADO-PASO
                           VARYING WS-INDICE FROM 1 BY 1
                           UNTIL WS-INDICE > WS-CANT-PASOS
                   END-IF
               END-IF
           END-IF.

       CARGAR-PASO-PREVIO.
           IF RC-PASO >= 1 AND RC-PASO <= WS-CANT-PASOS
               IF RC-PERIODO = WS-PERIODO
                   MOVE RC-ESTADO TO WS-ESTADO (RC-PASO)
                   MOVE RC-INICIO TO WS-INICIO (RC-PASO)
                   MOVE RC-FIN TO WS-FIN (RC-PASO)
               END-IF
               IF RC-ESTADO NOT = "O"
                   IF RC-PERIODO = WS-PERIODO
                       IF RC-ESTADO = "F" OR RC-ESTADO = "E"
                           MOVE "S" TO WS-HAY-CORRIDA-PREVIA
                       END-IF
                   ELSE
                       MOVE "S" TO WS-OTRO-PERIODO
                   END-IF
                   MOVE "N" TO WS-PREVIA-COMPLETA
               END-IF
           END-IF.
           READ CONTROL-FIN-DE-MES
               AT END MOVE "10" TO FS-CONTROL
           END-READ.

       *>
       *> PREREQUISITOS: se revisan en cada corrida, tambien al
       *> reanudar, porque entre una y otra pudo abrirse una caja o
       *> entrar un rechazo nuevo.
       *>
       CONTROLAR-PREREQUISITOS.
           OPEN OUTPUT REPORTE-PREREQUISITOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PREREQUISITOS DEL FIN DE MES - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBIR-Y-MOSTRAR.
           PERFORM REVISAR-SESIONES-CAJA.
           PERFORM REVISAR-AUTORIZACIONES.
           PERFORM REVISAR-LIQUIDACION.
           PERFORM REVISAR-RECHAZOS.
           IF PREREQUISITOS-OK
               MOVE "PREREQUISITOS CUMPLIDOS" TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.
           CLOSE REPORTE-PREREQUISITOS.

       ESCRIBIR-Y-MOSTRAR.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.

       REVISAR-SESIONES-CAJA.
           OPEN INPUT SESIONES-SEQ.
           IF FS-SESIONES = "00"
               READ SESIONES-SEQ
                   AT END MOVE "10" TO FS-SESIONES
               END-READ
               PERFORM EXAMINAR-SESION UNTIL EOF-SESIONES
               CLOSE SESIONES-SEQ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAJA: SESIONES ABIERTAS " DELIMITED BY SIZE
                  CANT-SESIONES-ABIERTAS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBIR-Y-MOSTRAR.
           IF CANT-SESIONES-ABIERTAS > ZEROES
               MOVE "N" TO WS-PREREQUISITOS
               MOVE "  *** CERRAR LAS SESIONES CON SESION-CAJA"
                   TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.

       EXAMINAR-SESION.
           IF SESION-ABIERTA
               ADD 1 TO CANT-SESIONES-ABIERTAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ABIERTA: OPERADOR " DELIMITED BY SIZE
                      SES-OPERADOR DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      SES-FECHA DELIMITED BY SIZE
                      " SUCURSAL " DELIMITED BY SIZE
                      SES-SUCURSAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.
           READ SESIONES-SEQ
               AT END MOVE "10" TO FS-SESIONES
           END-READ.

       REVISAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZACIONES-SEQ.
           IF FS-AUTORIZACIONES = "00"
               READ AUTORIZACIONES-SEQ
                   AT END MOVE "10" TO FS-AUTORIZACIONES
               END-READ
               PERFORM EXAMINAR-AUTORIZACION UNTIL EOF-AUTORIZACIONES
               CLOSE AUTORIZACIONES-SEQ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FACTURAS PENDIENTES DE AUTORIZACION "
                      DELIMITED BY SIZE
                  CANT-AUT-PENDIENTES DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBIR-Y-MOSTRAR.
           IF CANT-AUT-PENDIENTES > ZEROES
               MOVE "N" TO WS-PREREQUISITOS
               MOVE "  *** CORRER AUTORIZACION-DE-FACTURAS CON LA "
                   TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
               MOVE "  *** RESPUESTA PENDIENTE" TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.

       EXAMINAR-AUTORIZACION.
           IF AUT-PENDIENTE
               ADD 1 TO CANT-AUT-PENDIENTES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PENDIENTE: FACTURA " DELIMITED BY SIZE
                      AUT-FACTURA DELIMITED BY SIZE
                      " SOLICITADA " DELIMITED BY SIZE
                      AUT-FECHA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.
           READ AUTORIZACIONES-SEQ
               AT END MOVE "10" TO FS-AUTORIZACIONES
           END-READ.

       *>
       *> la liquidacion esta hecha cuando cada alquiler cerrado del
       *> periodo figura en LIQUIDACIONES, que es lo que marca
       *> LIQUIDACION-DE-CHOFERES al tomarlo.
       *>
       REVISAR-LIQUIDACION.
           OPEN INPUT LIQUIDACIONES-RND.
           IF FS-LIQUIDACIONES = "00"
               MOVE "S" TO WS-LIQUIDACIONES-DISP
           END-IF.
           OPEN INPUT ALQUILERES-SEQ.
           IF FS-ALQUILERES = "00"
               READ ALQUILERES-SEQ
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM EXAMINAR-ALQUILER UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-SEQ
           END-IF.
           IF LIQUIDACIONES-DISPONIBLES
               CLOSE LIQUIDACIONES-RND
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACION: CERRADOS DEL PERIODO "
                      DELIMITED BY SIZE
                  CANT-CERRADOS-PERIODO DELIMITED BY SIZE
                  " SIN LIQUIDAR " DELIMITED BY SIZE
                  CANT-SIN-LIQUIDAR DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBIR-Y-MOSTRAR.
           IF CANT-SIN-LIQUIDAR > ZEROES
               MOVE "N" TO WS-PREREQUISITOS
               MOVE "  *** CORRER LIQUIDACION-DE-CHOFERES DEL PERIODO"
                   TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.

       EXAMINAR-ALQUILER.
           MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ (1:6) TO
               WS-PERIODO-ALQ.
           IF ALQ-ESTADO OF REG-ALQUILERES-SEQ = "C"
              AND WS-PERIODO-ALQ = WS-PERIODO
               ADD 1 TO CANT-CERRADOS-PERIODO
               PERFORM VERIFICAR-LIQUIDADO
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       VERIFICAR-LIQUIDADO.
           IF NOT LIQUIDACIONES-DISPONIBLES
               ADD 1 TO CANT-SIN-LIQUIDAR
           ELSE
               MOVE ALQ-PATENTE OF REG-ALQUILERES-SEQ TO
                   LIQ-PATENTE OF REG-LIQUIDACIONES-RND
               MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO
                   LIQ-FECHA OF REG-LIQUIDACIONES-RND
               READ LIQUIDACIONES-RND
                   INVALID KEY ADD 1 TO CANT-SIN-LIQUIDAR
               END-READ
           END-IF.

       REVISAR-RECHAZOS.
           OPEN INPUT RECHAZOS.
           IF FS-RECHAZOS = "00"
               READ RECHAZOS
                   AT END MOVE "10" TO FS-RECHAZOS
               END-READ
               PERFORM CONTAR-RECHAZO UNTIL EOF-RECHAZOS
               CLOSE RECHAZOS
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECHAZOS ABIERTOS " DELIMITED BY SIZE
                  CANT-RECHAZOS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           PERFORM ESCRIBIR-Y-MOSTRAR.
           IF CANT-RECHAZOS > ZEROES
               MOVE "N" TO WS-PREREQUISITOS
               MOVE "  *** RESOLVERLOS CON REPARACION-DE-RECHAZOS"
                   TO LINEA-REPORTE
               PERFORM ESCRIBIR-Y-MOSTRAR
           END-IF.

       CONTAR-RECHAZO.
           IF LINEA-RECHAZO NOT = SPACES
               ADD 1 TO CANT-RECHAZOS
           END-IF.
           READ RECHAZOS
               AT END MOVE "10" TO FS-RECHAZOS
           END-READ.

       *>
       *> el periodo se deja en el ambiente del proceso, igual que
       *> el OPERADOR que deja la firma; al terminar se borra para
       *> que un programa corrido suelto despues lo vuelva a pedir.
       *>
       PUBLICAR-PERIODO.
           DISPLAY "PERIODO_CIERRE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PERIODO UPON ENVIRONMENT-VALUE.

       RETIRAR-PERIODO.
           DISPLAY "PERIODO_CIERRE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PERIODO-VACIO UPON ENVIRONMENT-VALUE.

       EJECUTAR-PASO.
           IF WS-ESTADO (WS-INDICE) = "O"
               DISPLAY "PASO " WS-INDICE " "
                   WS-PROGRAMA (WS-INDICE)
                   " YA COMPLETADO, SE SALTEA"
           ELSE
               IF WS-INDICE = WS-CANT-PASOS
                   PERFORM CONTROLAR-PASOS-PREVIOS
               ELSE
                   MOVE "S" TO WS-PASOS-PREVIOS-OK
               END-IF
               IF WS-PASOS-PREVIOS-OK = "S"
                   PERFORM CORRER-PASO
               ELSE
                   DISPLAY "HAY PASOS ANTERIORES FALLADOS, NO SE "
                       "EJECUTA " WS-PROGRAMA (WS-INDICE)
                   MOVE "S" TO WS-CADENA-CORTADA
               END-IF
           END-IF.

       *>
       *> el cierre del periodo no se hace si algun paso anterior no
       *> termino bien, sea critico o no.
       *>
       CONTROLAR-PASOS-PREVIOS.
           MOVE "S" TO WS-PASOS-PREVIOS-OK.
           PERFORM EXAMINAR-PASO-PREVIO
               VARYING WS-IND-PREVIO FROM 1 BY 1
               UNTIL WS-IND-PREVIO >= WS-CANT-PASOS.

       EXAMINAR-PASO-PREVIO.
           IF WS-ESTADO (WS-IND-PREVIO) NOT = "O"
               MOVE "N" TO WS-PASOS-PREVIOS-OK
           END-IF.

       CORRER-PASO.
           DISPLAY "EJECUTANDO PASO " WS-INDICE " "
               WS-PROGRAMA (WS-INDICE).
           PERFORM TOMAR-MOMENTO.
           MOVE WS-MOMENTO TO WS-INICIO (WS-INDICE).
           MOVE "E" TO WS-ESTADO (WS-INDICE).
           PERFORM GRABAR-CONTROL.
           MOVE 0 TO RETURN-CODE.
           CALL WS-PROGRAMA (WS-INDICE)
               ON EXCEPTION
                   DISPLAY "NO SE PUDO INVOCAR "
                       WS-PROGRAMA (WS-INDICE)
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           PERFORM TOMAR-MOMENTO.
           MOVE WS-MOMENTO TO WS-FIN (WS-INDICE).
           IF RETURN-CODE = 0
               MOVE "O" TO WS-ESTADO (WS-INDICE)
           ELSE
               MOVE "F" TO WS-ESTADO (WS-INDICE)
               DISPLAY "PASO " WS-INDICE " FALLO, RC="
                   RETURN-CODE
               IF WS-CRITICO (WS-INDICE) = "S"
                   MOVE "S" TO WS-CADENA-CORTADA
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM GRABAR-CONTROL.

       TOMAR-MOMENTO.
           ACCEPT WS-FECHA-AHORA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA FROM TIME.
           COMPUTE WS-MOMENTO =
               WS-FECHA-AHORA * 1000000 + WS-HORA-AHORA / 100.

       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FIN-DE-MES.
           PERFORM GRABAR-PASO-CONTROL
               VARYING WS-IND-CONTROL FROM 1 BY 1
               UNTIL WS-IND-CONTROL > WS-CANT-PASOS.
           CLOSE CONTROL-FIN-DE-MES.

       GRABAR-PASO-CONTROL.
           MOVE WS-PERIODO TO RC-PERIODO.
           MOVE WS-IND-CONTROL TO RC-PASO.
           MOVE WS-PROGRAMA (WS-IND-CONTROL) TO RC-PROGRAMA.
           MOVE WS-CRITICO (WS-IND-CONTROL) TO RC-CRITICO.
           MOVE WS-ESTADO (WS-IND-CONTROL) TO RC-ESTADO.
           MOVE WS-INICIO (WS-IND-CONTROL) TO RC-INICIO.
           MOVE WS-FIN (WS-IND-CONTROL) TO RC-FIN.
           WRITE REG-CONTROL-PASO.
