       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-CHOFERES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT RESERVAS-CANAL-RND
           ASSIGN TO DISK "Entrada/indexados/reservasCanales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-CLAVE OF REG-RESERVAS-CANAL
           ALTERNATE RECORD KEY IS RCN-RES-NUMERO OF
              REG-RESERVAS-CANAL
           FILE STATUS IS FS-RESERVAS-CANAL.

       SELECT ORDEN-PRONOSTICO
           ASSIGN TO DISK "Entrada/indexados/pronosticoChoferes.wrk".

       SELECT REPORTE-PRONOSTICO
           ASSIGN TO DISK "Salida/pronosticoChoferes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

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

       FD ALQUILERES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-SEQ.
           03 ALQ-CLAVE.
               05 ALQ-PATENTE  PIC X(6).
               05 ALQ-FECHA    PIC 9(8).
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

       *>
       *> un renglon por chofer en plantel (tipo A, la oferta) y
       *> por servicio que necesita chofer (B alquiler abierto, C
       *> reserva confirmada con chofer pedido, D reserva sin
       *> chofer), por sucursal, dia y turno. Dentro del turno la
       *> oferta va primero y los servicios ya comprometidos antes
       *> que las reservas sin chofer, asi las que quedan al final
       *> son las que se quedarian sin cubrir. Turno Z: la reserva
       *> no dice turno y compite con lo que sobra del dia.
       *>
       SD ORDEN-PRONOSTICO.
       01 REG-ORDEN-PRONOSTICO.
           03  ORD-SUCURSAL        PIC X(2).
           03  ORD-FECHA           PIC 9(8).
           03  ORD-TURNO           PIC X.
           03  ORD-TIPO            PIC X.
           03  ORD-REFERENCIA      PIC X(14).
           03  ORD-CHOFER          PIC X(7).

       FD REPORTE-PRONOSTICO
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-CHOFERES            PIC XX.
       01 FS-LICENCIAS           PIC XX.
       01 WS-LICENCIAS-DISP      PIC X VALUE "N".
           88 LICENCIAS-DISPONIBLES  VALUE "S".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 FS-RESERVAS-CANAL      PIC XX.
       01 WS-CANALES-DISP        PIC X VALUE "N".
           88 CANALES-DISPONIBLES    VALUE "S".
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-SUCURSAL-BASE       PIC X(2) VALUE "01".

       *>
       *> HORIZONTE: los proximos DIAS-PRON-CH dias desde manana
       *> (7 si no esta parametrizado, nunca mas de 31).
       *>
       01 WS-DIAS-PRONOSTICO     PIC 99 VALUE 7.
       01 WS-DIAS-MAXIMO         PIC 99 VALUE 31.
       01 WS-TABLA-DIAS.
           03 WS-DIA-FECHA       PIC 9(8) OCCURS 31 TIMES.
       01 WS-IND-DIA             PIC 99.
       01 WS-FECHA-DESDE         PIC 9(8).
       01 WS-FECHA-HASTA         PIC 9(8).

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

       01 WS-CHOFER-DE-LICENCIA  PIC X.
           88 CHOFER-DE-LICENCIA     VALUE "S".
       01 WS-LEGAJO-BUSCADO      PIC X(7).
       01 WS-FECHA-BUSCADA       PIC 9(8).
       01 WS-VENTANA-HALLADA     PIC X.
           88 VENTANA-HALLADA        VALUE "S".
       01 WS-TURNO-HALLADO       PIC X.
       01 WS-SUCURSAL-HALLADA    PIC X(2).
       01 WS-CLAVE-ALQUILER.
           03 WS-CLA-PATENTE     PIC X(6).
           03 WS-CLA-FECHA       PIC 9(8).

       01 WS-SUC-ANT             PIC X(2).
       01 WS-FECHA-ANT           PIC 9(8).
       01 WS-TURNO-ANT           PIC X.
       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 CANT-OFERTA            PIC 9(4).
       01 CANT-DEMANDA           PIC 9(4).
       01 CANT-SOBRANTE-DIA      PIC 9(4).
       01 WS-FALTANTE            PIC 9(4).

       *>
       *> servicios que quedan sin chofer en el turno, para listarlos
       *> debajo del renglon del turno.
       *>
       01 WS-TABLA-DESCUBIERTOS.
           03 WS-DESCUBIERTO OCCURS 50 TIMES.
               05 WS-DES-TIPO        PIC X.
               05 WS-DES-REFERENCIA  PIC X(14).
               05 WS-DES-CHOFER      PIC X(7).
       01 WS-CANT-DESCUBIERTOS   PIC 99.
       01 WS-IND-DES             PIC 99.

       01 WS-TURNO-DESCRIPCION   PIC X(9).
       01 WS-OFERTA-EDIT         PIC ZZZ9.
       01 WS-DEMANDA-EDIT        PIC ZZZ9.
       01 WS-FALTANTE-EDIT       PIC ZZZ9.

       01 CANT-TURNOS-FALTANTES  PIC 9(5) VALUE ZEROES.
       01 CANT-SERVICIOS-SIN-CHOFER PIC 9(5) VALUE ZEROES.
       01 CANT-RENGLONES         PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-SUCURSAL-BASE FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL-BASE
           END-ACCEPT.
           IF WS-SUCURSAL-BASE = SPACES
               MOVE "01" TO WS-SUCURSAL-BASE
           END-IF.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           MOVE "DIAS-PRON-CH" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR > ZEROES
               IF WS-PV-VALOR > WS-DIAS-MAXIMO
                   MOVE WS-DIAS-MAXIMO TO WS-DIAS-PRONOSTICO
               ELSE
                   MOVE WS-PV-VALOR TO WS-DIAS-PRONOSTICO
               END-IF
           END-IF.
           PERFORM ARMAR-HORIZONTE.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDEN-PRONOSTICO
               ON ASCENDING KEY ORD-SUCURSAL
               ON ASCENDING KEY ORD-FECHA
               ON ASCENDING KEY ORD-TURNO
               ON ASCENDING KEY ORD-TIPO
               ON ASCENDING KEY ORD-REFERENCIA
               INPUT PROCEDURE IS JUNTAR-OFERTA-DEMANDA
               OUTPUT PROCEDURE IS EMITIR-PRONOSTICO.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "PRONOSTICO DE CHOFERES DEL " WS-FECHA-DESDE
               " AL " WS-FECHA-HASTA.
           DISPLAY "TURNOS CON FALTA DE CHOFERES: "
               CANT-TURNOS-FALTANTES.
           DISPLAY "SERVICIOS QUE QUEDARIAN SIN CHOFER: "
               CANT-SERVICIOS-SIN-CHOFER.
           GOBACK.

       ARMAR-HORIZONTE.
           MOVE WS-FECHA-HOY TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-DESDE.
           PERFORM ARMAR-DIA
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > WS-DIAS-PRONOSTICO.
           MOVE WS-DIA-FECHA (WS-DIAS-PRONOSTICO) TO WS-FECHA-HASTA.

       ARMAR-DIA.
           MOVE WS-FECHA-CURSOR TO WS-DIA-FECHA (WS-IND-DIA).
           PERFORM SUMAR-DIA-CURSOR.

       ABRIR-ARCHIVOS.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES <> "00"
               DISPLAY "ERROR AL ABRIR CHOFERES, FS=" FS-CHOFERES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALQUILERES-SEQ.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RESERVAS-SEQ.
           IF FS-RESERVAS <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS, FS=" FS-RESERVAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LICENCIAS-RND.
           IF FS-LICENCIAS = "00"
               MOVE "S" TO WS-LICENCIAS-DISP
           ELSE
               MOVE "N" TO WS-LICENCIAS-DISP
           END-IF.
           OPEN INPUT RESERVAS-CANAL-RND.
           IF FS-RESERVAS-CANAL = "00"
               MOVE "S" TO WS-CANALES-DISP
           ELSE
               MOVE "N" TO WS-CANALES-DISP
           END-IF.
           OPEN OUTPUT REPORTE-PRONOSTICO.
           IF FS-REPORTE <> "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE, FS=" FS-REPORTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRONOSTICO DE CHOFERES POR SUCURSAL Y TURNO DEL "
                      DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-FECHA-HASTA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "SUC FECHA    TURNO     DEMANDA OFERTA FALTAN"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE CHOFERES-RND.
           CLOSE ALQUILERES-SEQ.
           CLOSE RESERVAS-SEQ.
           IF LICENCIAS-DISPONIBLES
               CLOSE LICENCIAS-RND
           END-IF.
           IF CANALES-DISPONIBLES
               CLOSE RESERVAS-CANAL-RND
           END-IF.
           CLOSE REPORTE-PRONOSTICO.

       JUNTAR-OFERTA-DEMANDA.
           PERFORM JUNTAR-OFERTA.
           PERFORM JUNTAR-ALQUILERES.
           PERFORM JUNTAR-RESERVAS.

       *>
       *> OFERTA: cada ventana de plantel aporta su chofer en su
       *> sucursal y turno los dias del horizonte que cubre, salvo
       *> los dias que el chofer esta de licencia.
       *>
       JUNTAR-OFERTA.
           MOVE LOW-VALUES TO CHO-CLAVE OF REG-CHOFERES-RND.
           START CHOFERES-RND KEY IS NOT LESS THAN
               CHO-CLAVE OF REG-CHOFERES-RND
               INVALID KEY MOVE "10" TO FS-CHOFERES
           END-START.
           IF FS-CHOFERES = "00"
               PERFORM LEER-CHOFER
               PERFORM SOLTAR-VENTANA-CHOFER
                   UNTIL FS-CHOFERES <> "00"
           END-IF.
           MOVE "00" TO FS-CHOFERES.

       LEER-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       SOLTAR-VENTANA-CHOFER.
           IF CHO-FECHA-DESDE OF REG-CHOFERES-RND <= WS-FECHA-HASTA
              AND CHO-FECHA-HASTA OF REG-CHOFERES-RND >=
                  WS-FECHA-DESDE
               PERFORM SOLTAR-DIA-CHOFER
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > WS-DIAS-PRONOSTICO
           END-IF.
           PERFORM LEER-CHOFER.

       SOLTAR-DIA-CHOFER.
           IF WS-DIA-FECHA (WS-IND-DIA) >=
                  CHO-FECHA-DESDE OF REG-CHOFERES-RND
              AND WS-DIA-FECHA (WS-IND-DIA) <=
                  CHO-FECHA-HASTA OF REG-CHOFERES-RND
               MOVE CHO-NRO-LEGAJO OF REG-CHOFERES-RND TO
                   WS-LEGAJO-BUSCADO
               MOVE WS-DIA-FECHA (WS-IND-DIA) TO WS-FECHA-BUSCADA
               PERFORM VERIFICAR-LICENCIA
               IF NOT CHOFER-DE-LICENCIA
                   MOVE CHO-SUCURSAL OF REG-CHOFERES-RND TO
                       ORD-SUCURSAL
                   IF ORD-SUCURSAL = SPACES
                       MOVE WS-SUCURSAL-BASE TO ORD-SUCURSAL
                   END-IF
                   MOVE WS-DIA-FECHA (WS-IND-DIA) TO ORD-FECHA
                   MOVE CHO-TURNO OF REG-CHOFERES-RND TO ORD-TURNO
                   MOVE "A" TO ORD-TIPO
                   MOVE CHO-NRO-LEGAJO OF REG-CHOFERES-RND TO
                       ORD-REFERENCIA
                   MOVE CHO-NRO-LEGAJO OF REG-CHOFERES-RND TO
                       ORD-CHOFER
                   RELEASE REG-ORDEN-PRONOSTICO
               END-IF
           END-IF.

       VERIFICAR-LICENCIA.
           MOVE "N" TO WS-CHOFER-DE-LICENCIA.
           IF LICENCIAS-DISPONIBLES
               MOVE WS-LEGAJO-BUSCADO TO LIC-LEGAJO OF REG-LICENCIAS
               MOVE ZEROES TO LIC-DESDE OF REG-LICENCIAS
               START LICENCIAS-RND KEY IS NOT LESS THAN
                   LIC-CLAVE OF REG-LICENCIAS
                   INVALID KEY MOVE "10" TO FS-LICENCIAS
                   NOT INVALID KEY MOVE "00" TO FS-LICENCIAS
               END-START
               IF FS-LICENCIAS = "00"
                   PERFORM LEER-LICENCIA
                   PERFORM EXAMINAR-LICENCIA
                       UNTIL FS-LICENCIAS <> "00"
                       OR CHOFER-DE-LICENCIA
                       OR LIC-LEGAJO OF REG-LICENCIAS <>
                          WS-LEGAJO-BUSCADO
               END-IF
               MOVE "00" TO FS-LICENCIAS
           END-IF.

       LEER-LICENCIA.
           READ LICENCIAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-LICENCIAS
           END-READ.

       EXAMINAR-LICENCIA.
           IF LIC-DESDE OF REG-LICENCIAS <= WS-FECHA-BUSCADA
              AND LIC-HASTA OF REG-LICENCIAS >= WS-FECHA-BUSCADA
               MOVE "S" TO WS-CHOFER-DE-LICENCIA
           ELSE
               PERFORM LEER-LICENCIA
           END-IF.

       *>
       *> DEMANDA DE ALQUILERES: el alquiler abierto con chofer ocupa
       *> a su chofer cada dia del horizonte que cubre, en la sucursal
       *> del alquiler y en el turno de la ventana del chofer.
       *>
       JUNTAR-ALQUILERES.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.
           PERFORM EXAMINAR-ALQUILER UNTIL EOF-ALQUILERES.

       EXAMINAR-ALQUILER.
           IF ALQ-ESTADO OF REG-ALQUILERES-SEQ = "A"
              AND ALQ-CHOFER OF REG-ALQUILERES-SEQ NOT = SPACES
              AND ALQ-FECHA OF REG-ALQUILERES-SEQ <= WS-FECHA-HASTA
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ >=
                  WS-FECHA-DESDE
               PERFORM SOLTAR-DIA-ALQUILER
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > WS-DIAS-PRONOSTICO
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       SOLTAR-DIA-ALQUILER.
           IF WS-DIA-FECHA (WS-IND-DIA) >=
                  ALQ-FECHA OF REG-ALQUILERES-SEQ
              AND WS-DIA-FECHA (WS-IND-DIA) <=
                  ALQ-FECHA-HASTA OF REG-ALQUILERES-SEQ
               MOVE ALQ-CHOFER OF REG-ALQUILERES-SEQ TO
                   WS-LEGAJO-BUSCADO
               MOVE WS-DIA-FECHA (WS-IND-DIA) TO WS-FECHA-BUSCADA
               PERFORM BUSCAR-VENTANA-CHOFER
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES-SEQ TO ORD-SUCURSAL
               IF ORD-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-BASE TO ORD-SUCURSAL
               END-IF
               MOVE WS-DIA-FECHA (WS-IND-DIA) TO ORD-FECHA
               IF VENTANA-HALLADA
                   MOVE WS-TURNO-HALLADO TO ORD-TURNO
               ELSE
                   MOVE "Z" TO ORD-TURNO
               END-IF
               MOVE "B" TO ORD-TIPO
               MOVE ALQ-PATENTE OF REG-ALQUILERES-SEQ TO WS-CLA-PATENTE
               MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO WS-CLA-FECHA
               MOVE WS-CLAVE-ALQUILER TO ORD-REFERENCIA
               MOVE ALQ-CHOFER OF REG-ALQUILERES-SEQ TO ORD-CHOFER
               RELEASE REG-ORDEN-PRONOSTICO
           END-IF.

       *>
       *> la ventana de plantel del chofer que cubre la fecha da su
       *> turno y su sucursal.
       *>
       BUSCAR-VENTANA-CHOFER.
           MOVE "N" TO WS-VENTANA-HALLADA.
           MOVE SPACE TO WS-TURNO-HALLADO.
           MOVE SPACES TO WS-SUCURSAL-HALLADA.
           IF WS-LEGAJO-BUSCADO NOT = SPACES
               MOVE WS-LEGAJO-BUSCADO TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               START CHOFERES-RND KEY IS EQUAL TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
                   INVALID KEY MOVE "10" TO FS-CHOFERES
                   NOT INVALID KEY MOVE "00" TO FS-CHOFERES
               END-START
               IF FS-CHOFERES = "00"
                   PERFORM LEER-CHOFER
                   PERFORM EXAMINAR-VENTANA-CHOFER
                       UNTIL FS-CHOFERES <> "00"
                       OR VENTANA-HALLADA
                       OR CHO-NRO-LEGAJO OF REG-CHOFERES-RND <>
                          WS-LEGAJO-BUSCADO
               END-IF
               MOVE "00" TO FS-CHOFERES
           END-IF.

       EXAMINAR-VENTANA-CHOFER.
           IF CHO-FECHA-DESDE OF REG-CHOFERES-RND <= WS-FECHA-BUSCADA
              AND CHO-FECHA-HASTA OF REG-CHOFERES-RND >=
                  WS-FECHA-BUSCADA
               MOVE "S" TO WS-VENTANA-HALLADA
               MOVE CHO-TURNO OF REG-CHOFERES-RND TO WS-TURNO-HALLADO
               MOVE CHO-SUCURSAL OF REG-CHOFERES-RND TO
                   WS-SUCURSAL-HALLADA
           ELSE
               PERFORM LEER-CHOFER
           END-IF.

       *>
       *> DEMANDA DE RESERVAS: solo las confirmadas. La sucursal es
       *> la que pidio el canal, si no la del chofer pedido, si no
       *> la de esta corrida; el turno es el del chofer pedido o el
       *> que pidio el canal. Sin ninguno de los dos va como turno Z.
       *>
       JUNTAR-RESERVAS.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.
           PERFORM EXAMINAR-RESERVA UNTIL EOF-RESERVAS.

       EXAMINAR-RESERVA.
           IF RES-CONFIRMADA
              AND RES-FECHA OF REG-RESERVAS-SEQ >= WS-FECHA-DESDE
              AND RES-FECHA OF REG-RESERVAS-SEQ <= WS-FECHA-HASTA
               PERFORM SOLTAR-RESERVA
           END-IF.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       SOLTAR-RESERVA.
           MOVE WS-SUCURSAL-BASE TO ORD-SUCURSAL.
           MOVE "Z" TO ORD-TURNO.
           MOVE RES-CHOFER OF REG-RESERVAS-SEQ TO WS-LEGAJO-BUSCADO.
           MOVE RES-FECHA OF REG-RESERVAS-SEQ TO WS-FECHA-BUSCADA.
           PERFORM BUSCAR-VENTANA-CHOFER.
           IF VENTANA-HALLADA
               MOVE WS-TURNO-HALLADO TO ORD-TURNO
               IF WS-SUCURSAL-HALLADA NOT = SPACES
                   MOVE WS-SUCURSAL-HALLADA TO ORD-SUCURSAL
               END-IF
               MOVE "C" TO ORD-TIPO
           ELSE
               MOVE "D" TO ORD-TIPO
           END-IF.
           IF CANALES-DISPONIBLES
               MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO
                   RCN-RES-NUMERO OF REG-RESERVAS-CANAL
               READ RESERVAS-CANAL-RND KEY IS
                   RCN-RES-NUMERO OF REG-RESERVAS-CANAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RCN-SUCURSAL OF REG-RESERVAS-CANAL TO
                           ORD-SUCURSAL
                       IF ORD-TURNO = "Z"
                          AND RCN-TURNO OF REG-RESERVAS-CANAL
                              NOT = SPACE
                           MOVE RCN-TURNO OF REG-RESERVAS-CANAL TO
                               ORD-TURNO
                       END-IF
               END-READ
           END-IF.
           MOVE RES-FECHA OF REG-RESERVAS-SEQ TO ORD-FECHA.
           MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO ORD-REFERENCIA.
           MOVE RES-CHOFER OF REG-RESERVAS-SEQ TO ORD-CHOFER.
           RELEASE REG-ORDEN-PRONOSTICO.

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
       *> corte por sucursal / dia / turno. Lo que sobra de los
       *> turnos del dia queda para las reservas del turno Z, que
       *> ordena ultimo.
       *>
       EMITIR-PRONOSTICO.
           RETURN ORDEN-PRONOSTICO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-RENGLON UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM CERRAR-TURNO
           END-IF.
           IF CANT-RENGLONES = ZEROES
               MOVE "SIN CHOFERES NI SERVICIOS EN EL HORIZONTE"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       ACUMULAR-RENGLON.
           IF ES-PRIMER-RENGLON
               MOVE "N" TO WS-PRIMER-RENGLON
               PERFORM ABRIR-DIA
               PERFORM ABRIR-TURNO
           ELSE
               IF ORD-SUCURSAL NOT = WS-SUC-ANT
                  OR ORD-FECHA NOT = WS-FECHA-ANT
                   PERFORM CERRAR-TURNO
                   PERFORM ABRIR-DIA
                   PERFORM ABRIR-TURNO
               ELSE
                   IF ORD-TURNO NOT = WS-TURNO-ANT
                       PERFORM CERRAR-TURNO
                       PERFORM ABRIR-TURNO
                   END-IF
               END-IF
           END-IF.
           IF ORD-TIPO = "A"
               ADD 1 TO CANT-OFERTA
           ELSE
               ADD 1 TO CANT-DEMANDA
               IF CANT-DEMANDA > CANT-OFERTA
                   PERFORM ANOTAR-DESCUBIERTO
               END-IF
           END-IF.
           RETURN ORDEN-PRONOSTICO
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       ABRIR-DIA.
           MOVE ORD-SUCURSAL TO WS-SUC-ANT.
           MOVE ORD-FECHA TO WS-FECHA-ANT.
           MOVE ZEROES TO CANT-SOBRANTE-DIA.

       ABRIR-TURNO.
           MOVE ORD-TURNO TO WS-TURNO-ANT.
           MOVE ZEROES TO CANT-DEMANDA.
           MOVE ZEROES TO WS-CANT-DESCUBIERTOS.
           IF ORD-TURNO = "Z"
               MOVE CANT-SOBRANTE-DIA TO CANT-OFERTA
           ELSE
               MOVE ZEROES TO CANT-OFERTA
           END-IF.

       ANOTAR-DESCUBIERTO.
           ADD 1 TO CANT-SERVICIOS-SIN-CHOFER.
           IF WS-CANT-DESCUBIERTOS < 50
               ADD 1 TO WS-CANT-DESCUBIERTOS
               MOVE ORD-TIPO TO WS-DES-TIPO (WS-CANT-DESCUBIERTOS)
               MOVE ORD-REFERENCIA TO
                   WS-DES-REFERENCIA (WS-CANT-DESCUBIERTOS)
               MOVE ORD-CHOFER TO WS-DES-CHOFER (WS-CANT-DESCUBIERTOS)
           END-IF.

       CERRAR-TURNO.
           ADD 1 TO CANT-RENGLONES.
           IF CANT-OFERTA > CANT-DEMANDA
               IF WS-TURNO-ANT NOT = "Z"
                   COMPUTE CANT-SOBRANTE-DIA = CANT-SOBRANTE-DIA
                       + CANT-OFERTA - CANT-DEMANDA
               END-IF
               MOVE ZEROES TO WS-FALTANTE
           ELSE
               COMPUTE WS-FALTANTE = CANT-DEMANDA - CANT-OFERTA
           END-IF.
           EVALUATE WS-TURNO-ANT
               WHEN "M" MOVE "MANANA" TO WS-TURNO-DESCRIPCION
               WHEN "T" MOVE "TARDE" TO WS-TURNO-DESCRIPCION
               WHEN "N" MOVE "NOCHE" TO WS-TURNO-DESCRIPCION
               WHEN "Z" MOVE "SIN TURNO" TO WS-TURNO-DESCRIPCION
               WHEN OTHER MOVE WS-TURNO-ANT TO WS-TURNO-DESCRIPCION
           END-EVALUATE.
           MOVE CANT-DEMANDA TO WS-DEMANDA-EDIT.
           MOVE CANT-OFERTA TO WS-OFERTA-EDIT.
           MOVE WS-FALTANTE TO WS-FALTANTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-SUC-ANT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FECHA-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TURNO-DESCRIPCION DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DEMANDA-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-OFERTA-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-FALTANTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           IF WS-FALTANTE > ZEROES
               MOVE "*** FALTAN CHOFERES" TO LINEA-REPORTE (48:19)
               ADD 1 TO CANT-TURNOS-FALTANTES
           END-IF.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-DESCUBIERTO
               VARYING WS-IND-DES FROM 1 BY 1
               UNTIL WS-IND-DES > WS-CANT-DESCUBIERTOS.

       EMITIR-DESCUBIERTO.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-DES-TIPO (WS-IND-DES) = "B"
               STRING "      ALQUILER " DELIMITED BY SIZE
                      WS-DES-REFERENCIA (WS-IND-DES) DELIMITED BY SIZE
                      " CHOFER " DELIMITED BY SIZE
                      WS-DES-CHOFER (WS-IND-DES) DELIMITED BY SIZE
                      " SIN COBERTURA EN EL TURNO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           ELSE
               STRING "      RESERVA " DELIMITED BY SIZE
                      WS-DES-REFERENCIA (WS-IND-DES) (1:8)
                          DELIMITED BY SIZE
                      " CHOFER " DELIMITED BY SIZE
                      WS-DES-CHOFER (WS-IND-DES) DELIMITED BY SIZE
                      " QUEDARIA SIN CUBRIR" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
