       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTACION-TELEMETRIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TELEMETRIA-ENTRADA
           ASSIGN TO DISK "Entrada/telemetria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

       SELECT VEHICULOS-RND
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT FUERA-SERVICIO-RND
           ASSIGN TO DISK "Entrada/indexados/fueraServicio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FSV-CLAVE OF REG-FUERA-SERVICIO
           FILE STATUS IS FS-FUERA-SERVICIO.

       SELECT USO-NO-AUTORIZADO-RND
           ASSIGN TO DISK "Entrada/indexados/usoNoAutorizado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UNA-CLAVE OF REG-USO-NO-AUTORIZADO
           FILE STATUS IS FS-USO-NO-AUTORIZADO.

       SELECT REPORTE-TELEMETRIA
           ASSIGN TO DISK "Salida/telemetriaImportada.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT EXCEPCIONES-TELEMETRIA
           ASSIGN TO DISK "Salida/usoNoAutorizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> el rastreador exporta por patente un registro "O" con el
       *> odometro y la ultima posicion del dia, y un registro "M"
       *> por cada periodo con el motor encendido. TEL-GEOCERCA es la
       *> sucursal cuya geocerca contuvo al vehiculo (en el "M",
       *> durante todo el periodo); espacios si estuvo fuera de todas.
       *>
       FD TELEMETRIA-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-TELEMETRIA.
           03 TEL-PATENTE      PIC X(6).
           03 TEL-TIPO         PIC X.
               88 TEL-ODOMETRO-DIA VALUE "O".
               88 TEL-MOTOR-ENCENDIDO VALUE "M".
           03 TEL-FECHA        PIC 9(8).
           03 TEL-HORA-DESDE   PIC 9(4).
           03 TEL-HORA-HASTA   PIC 9(4).
           03 TEL-ODOMETRO     PIC 9(7).
           03 TEL-LATITUD      PIC X(10).
           03 TEL-LONGITUD     PIC X(10).
           03 TEL-GEOCERCA     PIC X(2).

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
               88 ALQ-ABIERTO      VALUE "A".
               88 ALQ-CERRADO      VALUE "C".
               88 ALQ-CANCELADO    VALUE "X".
               88 ALQ-AJUSTE       VALUE "J".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD FUERA-SERVICIO-RND
           LABEL RECORD IS STANDARD.
       01 REG-FUERA-SERVICIO.
           03 FSV-CLAVE.
               05  FSV-PATENTE PIC X(6).
               05  FSV-DESDE   PIC 9(8).
           03 FSV-HASTA        PIC 9(8).
           03 FSV-MOTIVO       PIC X.

       FD USO-NO-AUTORIZADO-RND
           LABEL RECORD IS STANDARD.
       01 REG-USO-NO-AUTORIZADO.
           03 UNA-CLAVE.
               05  UNA-PATENTE     PIC X(6).
               05  UNA-FECHA       PIC 9(8).
               05  UNA-HORA-DESDE  PIC 9(4).
           03 UNA-HORA-HASTA       PIC 9(4).
           03 UNA-MOTIVO           PIC X.
               88 USO-SIN-ALQUILER     VALUE "S".
               88 USO-FUERA-SERVICIO   VALUE "T".
               88 USO-FUERA-DE-AREA    VALUE "Z".
           03 UNA-ALQ-FECHA        PIC 9(8).
           03 UNA-CHOFER           PIC X(7).
           03 UNA-SUCURSAL         PIC X(2).
           03 UNA-GEOCERCA         PIC X(2).
           03 UNA-LATITUD          PIC X(10).
           03 UNA-LONGITUD         PIC X(10).
           03 UNA-ESTADO           PIC X.
               88 USO-PENDIENTE        VALUE "P".
               88 USO-REVISADO         VALUE "R".
           03 UNA-PROCESO          PIC 9(8).

       FD REPORTE-TELEMETRIA
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       FD EXCEPCIONES-TELEMETRIA
           LABEL RECORD IS STANDARD.
       01 LINEA-EXCEPCION        PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-ENTRADA             PIC XX.
           88 EOF-ENTRADA            VALUE "10".
       01 FS-VEHICULOS           PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-FUERA-SERVICIO      PIC XX.
       01 FS-USO-NO-AUTORIZADO   PIC XX.
           88 NO-EXISTE-USO          VALUE "35".
       01 FS-REPORTE             PIC XX.
       01 FS-EXCEPCIONES         PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "IMPORT-TELEMETRIA".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "IMPORT-TELEMETRIA".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "VEHICULOS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-TOLERANCIA-KM       PIC 9(5) VALUE 200.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-SUCURSAL            PIC X(2) VALUE "01".
       01 WS-SUCURSAL-ALQ        PIC X(2).

       01 WS-FSV-DISP            PIC X VALUE "N".
           88 FUERA-SERVICIO-DISP    VALUE "S".
       01 WS-ALQUILER-HALLADO    PIC X.
           88 ALQUILER-HALLADO       VALUE "S".
       01 WS-EN-TALLER           PIC X.
           88 VEHICULO-EN-TALLER     VALUE "S".
       01 WS-CLAVE-HALLADA.
           03 WS-HAL-PATENTE     PIC X(6).
           03 WS-HAL-FECHA       PIC 9(8).
       01 WS-MOTIVO-USO          PIC X.
       01 WS-LEYENDA-USO         PIC X(36).
       01 WS-MOTIVO-RECHAZO      PIC X(50).
       01 WS-SALTO-KM            PIC S9(8).
       01 WS-KM-ANTERIOR         PIC 9(7).

       01 CANT-LEIDOS            PIC 9(7) VALUE ZEROES.
       01 CANT-ACTUALIZADOS      PIC 9(7) VALUE ZEROES.
       01 CANT-RETROCESOS        PIC 9(7) VALUE ZEROES.
       01 CANT-SALTOS            PIC 9(7) VALUE ZEROES.
       01 CANT-RECHAZADOS        PIC 9(7) VALUE ZEROES.
       01 CANT-USOS-MARCADOS     PIC 9(7) VALUE ZEROES.
       01 CANT-USOS-REPETIDOS    PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
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
           MOVE "TOLER-KM" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-TOLERANCIA-KM
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-TELEMETRIA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "REGISTROS LEIDOS: " CANT-LEIDOS.
           DISPLAY "ODOMETROS ACTUALIZADOS: " CANT-ACTUALIZADOS.
           DISPLAY "RETROCESOS RECHAZADOS: " CANT-RETROCESOS.
           DISPLAY "SALTOS FUERA DE ALQUILER: " CANT-SALTOS.
           DISPLAY "OTROS RECHAZOS: " CANT-RECHAZADOS.
           DISPLAY "USOS NO AUTORIZADOS MARCADOS: "
               CANT-USOS-MARCADOS.
           DISPLAY "USOS YA MARCADOS EN CORRIDAS ANTERIORES: "
               CANT-USOS-REPETIDOS.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT TELEMETRIA-ENTRADA.
           IF FS-ENTRADA <> "00"
               DISPLAY "NO HAY ARCHIVO DE TELEMETRIA PARA IMPORTAR, "
                   "FS=" FS-ENTRADA
               STOP RUN
           END-IF.
           OPEN I-O VEHICULOS-RND.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "39"
               DISPLAY "LARGO DE REGISTRO DISTINTO AL ESPERADO: "
                   "ALQUILERES.DAT PARECE TENER EL LAYOUT VIEJO, "
                   "CORRER CONVERSION-LAYOUT-ALQUILERES"
           END-IF.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT FUERA-SERVICIO-RND.
           IF FS-FUERA-SERVICIO = "00"
               MOVE "S" TO WS-FSV-DISP
           ELSE
               MOVE "N" TO WS-FSV-DISP
           END-IF.
           OPEN I-O USO-NO-AUTORIZADO-RND.
           IF NO-EXISTE-USO
               OPEN OUTPUT USO-NO-AUTORIZADO-RND
               CLOSE USO-NO-AUTORIZADO-RND
               OPEN I-O USO-NO-AUTORIZADO-RND
           END-IF.
           IF FS-USO-NO-AUTORIZADO <> "00"
               DISPLAY "ERROR AL ABRIR USO NO AUTORIZADO, FS="
                   FS-USO-NO-AUTORIZADO
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-TELEMETRIA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ODOMETROS IMPORTADOS DEL RASTREO SATELITAL EL "
                      DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " (TOLERANCIA " DELIMITED BY SIZE
                  WS-TOLERANCIA-KM DELIMITED BY SIZE
                  " KM)" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN OUTPUT EXCEPCIONES-TELEMETRIA.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "MOTOR ENCENDIDO SIN AUTORIZACION, PARA SEGUIMIENTO "
                      DELIMITED BY SIZE
                  "DE MESA DE FLOTA - " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           END-STRING.
           WRITE LINEA-EXCEPCION.
           MOVE ALL "-" TO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

       CERRAR-ARCHIVOS.
           CLOSE TELEMETRIA-ENTRADA.
           CLOSE VEHICULOS-RND.
           CLOSE ALQUILERES-RND.
           IF FUERA-SERVICIO-DISP
               CLOSE FUERA-SERVICIO-RND
           END-IF.
           CLOSE USO-NO-AUTORIZADO-RND.
           CLOSE REPORTE-TELEMETRIA.
           CLOSE EXCEPCIONES-TELEMETRIA.

       *>
       *> IMPORTACION DE TELEMETRIA: el registro "O" lleva el
       *> odometro al maestro de vehiculos (asi el planificador de
       *> mantenimiento trabaja con el km real y no con el del
       *> ultimo cierre); el registro "M" se coteja contra los
       *> alquileres, las ventanas de fuera de servicio y la
       *> sucursal del alquiler. Cada periodo marcado queda en
       *> USONOAUTORIZADO.DAT y no se vuelve a marcar si la corrida
       *> se repite.
       *>
       PROCESAR-TELEMETRIA.
           READ TELEMETRIA-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.
           PERFORM EXAMINAR-TELEMETRIA UNTIL EOF-ENTRADA.

       EXAMINAR-TELEMETRIA.
           ADD 1 TO CANT-LEIDOS.
           IF TEL-ODOMETRO-DIA
               PERFORM ACTUALIZAR-ODOMETRO
           ELSE IF TEL-MOTOR-ENCENDIDO
               PERFORM CONTROLAR-USO
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               MOVE "TIPO DE REGISTRO DESCONOCIDO"
                   TO WS-MOTIVO-RECHAZO
               PERFORM INFORMAR-RECHAZO
           END-IF
           END-IF.
           READ TELEMETRIA-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.

       *>
       *> mismos eslabones que AUDITORIA-DE-ODOMETRO: el odometro no
       *> puede retroceder (ni respecto del maestro ni de la salida
       *> del alquiler abierto), y un salto mas alla de la
       *> tolerancia sin alquiler que cubra la fecha son km hechos
       *> fuera de alquiler. El retroceso no se aplica; el salto se
       *> aplica, porque el rastreador lee el tablero, pero se
       *> informa.
       *>
       ACTUALIZAR-ODOMETRO.
           MOVE TEL-PATENTE TO VEH-PATENTE OF REG-VEHICULOS-RND.
           READ VEHICULOS-RND
               INVALID KEY
                   ADD 1 TO CANT-RECHAZADOS
                   MOVE "VEHICULO INEXISTENTE EN FLOTA"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM INFORMAR-RECHAZO
               NOT INVALID KEY
                   PERFORM VERIFICAR-ESLABON-TELEMETRIA
           END-READ.

       VERIFICAR-ESLABON-TELEMETRIA.
           MOVE TEL-PATENTE TO WS-HAL-PATENTE.
           MOVE TEL-FECHA TO WS-HAL-FECHA.
           PERFORM BUSCAR-ALQUILER-FECHA.
           MOVE VEH-KM-ACTUAL OF REG-VEHICULOS-RND TO WS-KM-ANTERIOR.
           COMPUTE WS-SALTO-KM = TEL-ODOMETRO - WS-KM-ANTERIOR.
           IF WS-SALTO-KM < ZEROES
               ADD 1 TO CANT-RETROCESOS
               MOVE "RETROCESO RESPECTO DEL MAESTRO, NO SE APLICA"
                   TO WS-MOTIVO-RECHAZO
               PERFORM INFORMAR-RECHAZO
           ELSE IF ALQUILER-HALLADO AND ALQ-ABIERTO
                   AND TEL-ODOMETRO <
                       ALQ-KM-SALIDA OF REG-ALQUILERES-RND
               ADD 1 TO CANT-RETROCESOS
               MOVE "MENOR AL KM DE SALIDA DEL ALQUILER ABIERTO"
                   TO WS-MOTIVO-RECHAZO
               PERFORM INFORMAR-RECHAZO
           ELSE
               IF NOT ALQUILER-HALLADO
                  AND WS-SALTO-KM > WS-TOLERANCIA-KM
                   ADD 1 TO CANT-SALTOS
                   PERFORM INFORMAR-SALTO
               END-IF
               IF WS-SALTO-KM > ZEROES
                   PERFORM GRABAR-ODOMETRO
               END-IF
           END-IF
           END-IF.

       GRABAR-ODOMETRO.
           MOVE REG-VEHICULOS-RND TO WS-JR-ANTES.
           MOVE TEL-ODOMETRO TO VEH-KM-ACTUAL OF REG-VEHICULOS-RND.
           REWRITE REG-VEHICULOS-RND
               INVALID KEY
                   ADD 1 TO CANT-RECHAZADOS
                   MOVE "ERROR AL ACTUALIZAR EL ODOMETRO"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM INFORMAR-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO CANT-ACTUALIZADOS
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-VEHICULOS-RND TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   PERFORM INFORMAR-ODOMETRO
           END-REWRITE.

       *>
       *> CONTROL DE USO: motor encendido en un taller (ventana de
       *> fuera de servicio), sin alquiler que cubra la fecha, o con
       *> alquiler pero fuera de la geocerca de ALQ-SUCURSAL. Un
       *> alquiler abierto cubre desde su fecha aunque este vencido:
       *> el auto sigue en manos del cliente.
       *>
       CONTROLAR-USO.
           MOVE SPACES TO WS-MOTIVO-USO.
           MOVE TEL-PATENTE TO WS-HAL-PATENTE.
           MOVE TEL-FECHA TO WS-HAL-FECHA.
           PERFORM BUSCAR-FUERA-SERVICIO.
           PERFORM BUSCAR-ALQUILER-FECHA.
           IF VEHICULO-EN-TALLER
               MOVE "T" TO WS-MOTIVO-USO
           ELSE IF NOT ALQUILER-HALLADO
               MOVE "S" TO WS-MOTIVO-USO
           ELSE
               PERFORM TOMAR-SUCURSAL-ALQUILER
               IF TEL-GEOCERCA NOT = WS-SUCURSAL-ALQ
                   MOVE "Z" TO WS-MOTIVO-USO
               END-IF
           END-IF
           END-IF.
           IF WS-MOTIVO-USO NOT = SPACES
               PERFORM MARCAR-USO-NO-AUTORIZADO
           END-IF.

       *>
       *> recorre los alquileres de la patente en orden de fecha y se
       *> queda con el que abarca el dia informado. Cancelados y
       *> ajustes contables no cuentan: el auto no salio con ellos.
       *>
       BUSCAR-ALQUILER-FECHA.
           MOVE "N" TO WS-ALQUILER-HALLADO.
           MOVE WS-HAL-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQUILER
               PERFORM EXAMINAR-ALQUILER
                   UNTIL FS-ALQUILERES <> "00"
                   OR ALQUILER-HALLADO
                   OR ALQ-PATENTE OF REG-ALQUILERES-RND <>
                      WS-HAL-PATENTE
                   OR ALQ-FECHA OF REG-ALQUILERES-RND > WS-HAL-FECHA
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       TOMAR-SUCURSAL-ALQUILER.
           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO WS-SUCURSAL-ALQ.
           IF WS-SUCURSAL-ALQ = SPACES
               MOVE WS-SUCURSAL TO WS-SUCURSAL-ALQ
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER.
           IF NOT ALQ-CANCELADO AND NOT ALQ-AJUSTE
              AND WS-HAL-FECHA >= ALQ-FECHA OF REG-ALQUILERES-RND
              AND (WS-HAL-FECHA <=
                   ALQ-FECHA-HASTA OF REG-ALQUILERES-RND
                   OR ALQ-ABIERTO)
               MOVE "S" TO WS-ALQUILER-HALLADO
           ELSE
               PERFORM LEER-ALQUILER
           END-IF.

       BUSCAR-FUERA-SERVICIO.
           MOVE "N" TO WS-EN-TALLER.
           IF FUERA-SERVICIO-DISP
               MOVE WS-HAL-PATENTE TO
                   FSV-PATENTE OF REG-FUERA-SERVICIO
               MOVE ZEROES TO FSV-DESDE OF REG-FUERA-SERVICIO
               START FUERA-SERVICIO-RND KEY IS NOT LESS THAN
                   FSV-CLAVE OF REG-FUERA-SERVICIO
                   INVALID KEY MOVE "10" TO FS-FUERA-SERVICIO
               END-START
               IF FS-FUERA-SERVICIO = "00"
                   PERFORM LEER-FUERA-SERVICIO
                   PERFORM EXAMINAR-FUERA-SERVICIO
                       UNTIL FS-FUERA-SERVICIO <> "00"
                       OR VEHICULO-EN-TALLER
                       OR FSV-PATENTE OF REG-FUERA-SERVICIO <>
                          WS-HAL-PATENTE
               END-IF
               MOVE "00" TO FS-FUERA-SERVICIO
           END-IF.

       LEER-FUERA-SERVICIO.
           READ FUERA-SERVICIO-RND NEXT RECORD
               AT END MOVE "10" TO FS-FUERA-SERVICIO
           END-READ.

       EXAMINAR-FUERA-SERVICIO.
           IF WS-HAL-FECHA >= FSV-DESDE OF REG-FUERA-SERVICIO
              AND WS-HAL-FECHA <= FSV-HASTA OF REG-FUERA-SERVICIO
               MOVE "S" TO WS-EN-TALLER
           ELSE
               PERFORM LEER-FUERA-SERVICIO
           END-IF.

       MARCAR-USO-NO-AUTORIZADO.
           MOVE TEL-PATENTE TO UNA-PATENTE OF REG-USO-NO-AUTORIZADO.
           MOVE TEL-FECHA TO UNA-FECHA OF REG-USO-NO-AUTORIZADO.
           MOVE TEL-HORA-DESDE TO
               UNA-HORA-DESDE OF REG-USO-NO-AUTORIZADO.
           MOVE TEL-HORA-HASTA TO
               UNA-HORA-HASTA OF REG-USO-NO-AUTORIZADO.
           MOVE WS-MOTIVO-USO TO UNA-MOTIVO OF REG-USO-NO-AUTORIZADO.
           IF ALQUILER-HALLADO
               PERFORM TOMAR-SUCURSAL-ALQUILER
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   UNA-ALQ-FECHA OF REG-USO-NO-AUTORIZADO
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                   UNA-CHOFER OF REG-USO-NO-AUTORIZADO
               MOVE WS-SUCURSAL-ALQ TO
                   UNA-SUCURSAL OF REG-USO-NO-AUTORIZADO
           ELSE
               MOVE ZEROES TO UNA-ALQ-FECHA OF REG-USO-NO-AUTORIZADO
               MOVE SPACES TO UNA-CHOFER OF REG-USO-NO-AUTORIZADO
               MOVE SPACES TO UNA-SUCURSAL OF REG-USO-NO-AUTORIZADO
           END-IF.
           MOVE TEL-GEOCERCA TO UNA-GEOCERCA OF REG-USO-NO-AUTORIZADO.
           MOVE TEL-LATITUD TO UNA-LATITUD OF REG-USO-NO-AUTORIZADO.
           MOVE TEL-LONGITUD TO UNA-LONGITUD OF REG-USO-NO-AUTORIZADO.
           MOVE "P" TO UNA-ESTADO OF REG-USO-NO-AUTORIZADO.
           MOVE WS-FECHA-HOY TO UNA-PROCESO OF REG-USO-NO-AUTORIZADO.
           WRITE REG-USO-NO-AUTORIZADO
               INVALID KEY
                   ADD 1 TO CANT-USOS-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO CANT-USOS-MARCADOS
                   PERFORM INFORMAR-USO
           END-WRITE.

       INFORMAR-ODOMETRO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PATENTE " DELIMITED BY SIZE
                  TEL-PATENTE DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  TEL-FECHA DELIMITED BY SIZE
                  " KM " DELIMITED BY SIZE
                  WS-KM-ANTERIOR DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  TEL-ODOMETRO DELIMITED BY SIZE
                  " POSICION " DELIMITED BY SIZE
                  TEL-LATITUD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-LONGITUD DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-SALTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALTO: " DELIMITED BY SIZE
                  TEL-PATENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-FECHA DELIMITED BY SIZE
                  " SUMA " DELIMITED BY SIZE
                  WS-SALTO-KM DELIMITED BY SIZE
                  " KM SIN ALQUILER QUE CUBRA LA FECHA"
                      DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-RECHAZO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECHAZADO: " DELIMITED BY SIZE
                  TEL-PATENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-FECHA DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  TEL-TIPO DELIMITED BY SIZE
                  " KM " DELIMITED BY SIZE
                  TEL-ODOMETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-USO.
           EVALUATE WS-MOTIVO-USO
               WHEN "T"
                   MOVE "VEHICULO FUERA DE SERVICIO"
                       TO WS-LEYENDA-USO
               WHEN "S"
                   MOVE "SIN ALQUILER QUE CUBRA LA FECHA"
                       TO WS-LEYENDA-USO
               WHEN OTHER
                   MOVE "FUERA DEL AREA DE LA SUCURSAL"
                       TO WS-LEYENDA-USO
           END-EVALUATE.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "PATENTE " DELIMITED BY SIZE
                  TEL-PATENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-HORA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TEL-HORA-HASTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEYENDA-USO DELIMITED BY SIZE
                  " SUC " DELIMITED BY SIZE
                  UNA-SUCURSAL OF REG-USO-NO-AUTORIZADO
                      DELIMITED BY SIZE
                  " GEOCERCA " DELIMITED BY SIZE
                  TEL-GEOCERCA DELIMITED BY SIZE
                  " CHOFER " DELIMITED BY SIZE
                  UNA-CHOFER OF REG-USO-NO-AUTORIZADO
                      DELIMITED BY SIZE
                  " POS " DELIMITED BY SIZE
                  TEL-LATITUD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEL-LONGITUD DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           END-STRING.
           WRITE LINEA-EXCEPCION.
