       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZACION-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CLIENTES-DYN
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT CONTACTOS-RND
           ASSIGN TO DISK "Entrada/indexados/contactosClientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTC-CLI-NUMERO OF REG-CONTACTOS
           FILE STATUS IS FS-CONTACTOS.

       SELECT PLANES-DYN
           ASSIGN TO DISK "Entrada/indexados/planesPago.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-CLAVE OF REG-PLANES
           FILE STATUS IS FS-PLANES.

       SELECT SALDOS-DYN
           ASSIGN TO DISK "Entrada/indexados/saldos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-CLAVE OF REG-SALDOS
           FILE STATUS IS FS-SALDOS.

       SELECT ALQUILERES-DYN
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT RESERVAS-DYN
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT CONTRATOS-DYN
           ASSIGN TO DISK "Entrada/indexados/contratos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-CLAVE OF REG-CONTRATOS
           FILE STATUS IS FS-CONTRATOS.

       SELECT VOUCHERS-DYN
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT CANJES-DYN
           ASSIGN TO DISK "Entrada/indexados/canjesVoucher.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAN-RECIBO OF REG-CANJES
           ALTERNATE RECORD KEY IS CAN-ALQUILER OF REG-CANJES
              WITH DUPLICATES
           FILE STATUS IS FS-CANJES.

       SELECT CERTIFICADO
           ASSIGN TO DISK WS-RUTA-CERTIFICADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADO.

       DATA DIVISION.

       FILE SECTION.

       FD CLIENTES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-CLIENTES-RND.
           03  CLI-NUMERO      PIC X(8).
           03  CLI-ALTA        PIC 9(8).
           03  CLI-TELEF       PIC X(20).
           03  CLI-DIRECCION   PIC X(30).
           03  CLI-NRO-DOC     PIC X(20).
           03  CLI-ESTADO-PAGO PIC X(01).
           03  CLI-NOMBRE      PIC X(30).

       FD CONTACTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONTACTOS.
           03 CTC-CLI-NUMERO   PIC X(8).
           03 CTC-EMAIL        PIC X(40).
           03 CTC-CANAL        PIC X.
               88 CTC-CANAL-SMS    VALUE "S".
               88 CTC-CANAL-EMAIL  VALUE "E".
           03 CTC-SIN-AVISOS   PIC X.
               88 CTC-NO-NOTIFICAR VALUE "S".

       FD PLANES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-PLANES.
           03 PLA-CLAVE.
               05  PLA-CLI-NUMERO  PIC X(8).
               05  PLA-CUOTA       PIC 9(3).
           03 PLA-IMPORTE      PIC 9(9)V99.
           03 PLA-VENCIMIENTO  PIC 9(8).
           03 PLA-ESTADO       PIC X.
               88 CUOTA-PENDIENTE  VALUE "P".
               88 CUOTA-COBRADA    VALUE "C".

       FD SALDOS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-SALDOS.
           03 SAL-CLAVE.
               05  SAL-CLI-NUMERO  PIC X(8).
               05  SAL-PERIODO     PIC 9(6).
           03 SAL-SALDO-CIERRE     PIC S9(11)V99.

       FD ALQUILERES-DYN
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

       FD RESERVAS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-RND.
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
               88 RES-CANCELADA    VALUE "X".
               88 RES-NO-SHOW      VALUE "N".
               88 RES-TOMADA       VALUE "T".

       FD CONTRATOS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-CONTRATOS.
           03 CTR-CLAVE.
               05  CTR-PATENTE PIC X(6).
               05  CTR-FECHA   PIC 9(8).
           03 CTR-EMISION      PIC 9(8).
           03 CTR-RESERVA      PIC X(8).
           03 CTR-CLI-NUMERO   PIC X(8).
           03 CTR-CLI-NOMBRE   PIC X(30).
           03 CTR-TIPO-DOC     PIC X.
           03 CTR-NRO-DOC      PIC X(20).
           03 CTR-MARCA        PIC X(15).
           03 CTR-MODELO       PIC X(15).
           03 CTR-FECHA-HASTA  PIC 9(8).
           03 CTR-KM-SALIDA    PIC 9(7).
           03 CTR-CHOFER       PIC X(7).
           03 CTR-CHOFER-NOMBRE PIC X(30).
           03 CTR-TARIFA-DIARIA PIC 9(5)V99.
           03 CTR-DIAS         PIC 9(4).
           03 CTR-DESC-CONVENIO PIC 9(7)V99.
           03 CTR-CODIGO-PROMO PIC X(8).
           03 CTR-DESC-PROMO   PIC 9(7)V99.
           03 CTR-DESC-PUNTOS  PIC 9(7)V99.
           03 CTR-IMPORTE      PIC 9(7)V99.
           03 CTR-IMPUESTO     PIC 9(7)V99.
           03 CTR-TOTAL        PIC 9(8)V99.
           03 CTR-SENIA        PIC 9(7)V99.

       FD VOUCHERS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-VOUCHERS.
           03 VOU-CODIGO.
               05  VOU-NUMERO  PIC 9(7).
               05  VOU-DIGITO  PIC 9.
           03 VOU-TIPO         PIC X.
               88 VOUCHER-REGALO       VALUE "R".
               88 VOUCHER-PREPAGO      VALUE "P".
           03 VOU-NRO-DOC      PIC X(20).
           03 VOU-RECIBO       PIC X(8).
           03 VOU-MEDIO        PIC X.
           03 VOU-FECHA-EMISION PIC 9(8).
           03 VOU-VENCIMIENTO  PIC 9(8).
           03 VOU-VALOR        PIC 9(9)V99.
           03 VOU-SALDO        PIC 9(9)V99.
           03 VOU-ESTADO       PIC X.
               88 VOUCHER-ACTIVO       VALUE "A".
               88 VOUCHER-AGOTADO      VALUE "U".
               88 VOUCHER-VENCIDO      VALUE "V".
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

       FD CANJES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-CANJES.
           03 CAN-RECIBO       PIC X(8).
           03 CAN-VOUCHER      PIC X(8).
           03 CAN-ALQUILER.
               05  CAN-PATENTE PIC X(6).
               05  CAN-FECHA-ALQ PIC 9(8).
           03 CAN-NRO-DOC      PIC X(20).
           03 CAN-FECHA        PIC 9(8).
           03 CAN-IMPORTE      PIC 9(9)V99.
           03 CAN-MOMENTO      PIC X.

       FD CERTIFICADO
           LABEL RECORD IS STANDARD.
       01 LINEA-CERTIFICADO      PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-CLIENTES            PIC XX.
           88 EOF-CLIENTES           VALUE "10".
       01 FS-CONTACTOS           PIC XX.
       01 WS-CONTACTOS-DISP      PIC X VALUE "N".
           88 CONTACTOS-DISPONIBLES  VALUE "S".
       01 FS-PLANES              PIC XX.
       01 WS-PLANES-DISP         PIC X VALUE "N".
           88 PLANES-DISPONIBLES     VALUE "S".
       01 FS-SALDOS              PIC XX.
       01 WS-SALDOS-DISP         PIC X VALUE "N".
           88 SALDOS-DISPONIBLES     VALUE "S".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 WS-RESERVAS-DISP       PIC X VALUE "N".
           88 RESERVAS-DISPONIBLES   VALUE "S".
       01 FS-CONTRATOS           PIC XX.
           88 EOF-CONTRATOS          VALUE "10".
       01 WS-CONTRATOS-DISP      PIC X VALUE "N".
           88 CONTRATOS-DISPONIBLES  VALUE "S".
       01 FS-VOUCHERS            PIC XX.
           88 EOF-VOUCHERS           VALUE "10".
       01 WS-VOUCHERS-DISP       PIC X VALUE "N".
           88 VOUCHERS-DISPONIBLES   VALUE "S".
       01 FS-CANJES              PIC XX.
           88 EOF-CANJES             VALUE "10".
       01 WS-CANJES-DISP         PIC X VALUE "N".
           88 CANJES-DISPONIBLES     VALUE "S".
       01 FS-CERTIFICADO         PIC XX.
       01 WS-RUTA-CERTIFICADO    PIC X(60).

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "ANONIMIZACION-CLI".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-CER-OP              PIC X.
       01 WS-CER-ENTIDAD         PIC X(10).
       01 WS-CER-PROGRAMA        PIC X(20) VALUE "ANONIMIZACION-CLI".
       01 WS-CER-RESULTADO       PIC X.
       01 WS-CER-TOMADOS         PIC 9 VALUE ZERO.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "ANONIMIZACION-CLI".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10).
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-HORA-HOY            PIC 9(8).
       01 WS-OPERADOR            PIC X(20).

       *>
       *> INACTIVIDAD: ANIOS-INACT anios sin alquiler, reserva ni
       *> cuota de plan (5 si no esta parametrizado, nunca menos de
       *> 1). La fecha de corte es hoy menos esos anios.
       *>
       01 WS-ANIOS-INACTIVIDAD   PIC 99 VALUE 5.
       01 WS-FECHA-CORTE         PIC 9(8).
       01 WS-CORTE-RED REDEFINES WS-FECHA-CORTE.
           03 WS-COR-AAAA        PIC 9(4).
           03 WS-COR-MMDD        PIC 9(4).

       01 WS-MODO                PIC X.
           88 MODO-INACTIVOS         VALUE "I".
           88 MODO-PEDIDO            VALUE "P".
       01 WS-DOC-PEDIDO          PIC X(20).
       01 WS-FIN-PEDIDOS         PIC X.
       01 WS-CONFIRMACION        PIC X.
       01 WS-CANCELADA           PIC X VALUE "N".
           88 ANONIMIZACION-CANCELADA VALUE "S".

       *>
       *> CANDIDATOS: en la corrida por inactividad se cargan en el
       *> orden del documento (clave alternativa de clientes), asi
       *> la busqueda por documento en los satelites es binaria; a
       *> pedido son pocos y se recorren. WS-CAN-ESTADO queda en "S"
       *> mientras nada lo descarte; el motivo del descarte va al
       *> certificado. Si el operador no confirma, los que seguian
       *> en "S" pasan a "X" y salen como no confirmados.
       *>
       01 WS-TABLA-CANDIDATOS.
           03 WS-CAN-FILA OCCURS 2000 TIMES.
               05 WS-CAN-NUMERO    PIC X(8).
               05 WS-CAN-NRO-DOC   PIC X(20).
               05 WS-CAN-ESTADO    PIC X.
               05 WS-CAN-MOTIVO    PIC X(20).
               05 WS-CAN-ALQ       PIC 9(5).
               05 WS-CAN-RES       PIC 9(5).
               05 WS-CAN-CTR       PIC 9(5).
               05 WS-CAN-VOU       PIC 9(5).
               05 WS-CAN-CNJ       PIC 9(5).
               05 WS-CAN-CTC       PIC X.
       01 WS-CAN-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-CAN-MAXIMO          PIC 9(4) VALUE 2000.
       01 WS-CAN-IND             PIC 9(4).
       01 WS-CAN-HALLADA         PIC 9(4).
       01 WS-CAN-DESBORDE        PIC X VALUE "N".
       01 WS-DOC-BUSCADO         PIC X(20).
       01 WS-BUS-BAJO            PIC 9(4).
       01 WS-BUS-ALTO            PIC 9(4).
       01 WS-BUS-MEDIO           PIC 9(4).
       01 WS-SUSTITUTO           PIC X(20).
       01 WS-ULTIMO-SALDO        PIC S9(11)V99.

       01 WS-ED-NUMERO           PIC ZZZ9.
       01 CANT-CANDIDATOS        PIC 9(5) VALUE ZEROES.
       01 CANT-DESCARTADOS       PIC 9(5) VALUE ZEROES.
       01 CANT-ANONIMIZADOS      PIC 9(5) VALUE ZEROES.
       01 CANT-PEDIDOS-SIN-CLI   PIC 9(5) VALUE ZEROES.
       01 CANT-ERRORES           PIC 9(5) VALUE ZEROES.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
               ON EXCEPTION
                   MOVE "SIN-FIRMA" TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "SIN-FIRMA" TO WS-OPERADOR
           END-IF.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           MOVE "ANIOS-INACT" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S" AND WS-PV-VALOR >= 1
              AND WS-PV-VALOR < 100
               MOVE WS-PV-VALOR TO WS-ANIOS-INACTIVIDAD
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.
           SUBTRACT WS-ANIOS-INACTIVIDAD FROM WS-COR-AAAA.
           DISPLAY "MODO (I=INACTIVOS DE " WS-ANIOS-INACTIVIDAD
               " ANIOS, P=PEDIDO DEL TITULAR POR DOCUMENTO): ".
           ACCEPT WS-MODO.
           IF WS-MODO = "i"
               MOVE "I" TO WS-MODO
           END-IF.
           IF WS-MODO = "p"
               MOVE "P" TO WS-MODO
           END-IF.
           IF NOT MODO-INACTIVOS AND NOT MODO-PEDIDO
               DISPLAY "MODO INVALIDO"
               STOP RUN
           END-IF.
           PERFORM TOMAR-CERROJOS.
           PERFORM ABRIR-ARCHIVOS.
           IF MODO-INACTIVOS
               PERFORM SELECCIONAR-INACTIVOS
           ELSE
               PERFORM SELECCIONAR-PEDIDOS
           END-IF.
           IF WS-CAN-USADAS > ZEROES
               PERFORM DEPURAR-CANDIDATOS
               DISPLAY "CANDIDATOS: " CANT-CANDIDATOS
                   "  DESCARTADOS POR ACTIVIDAD: " CANT-DESCARTADOS
               DISPLAY "CONFIRMA LA ANONIMIZACION (S/N): "
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                   PERFORM ANONIMIZAR-CANDIDATOS
               ELSE
                   DISPLAY "ANONIMIZACION CANCELADA"
                   MOVE "S" TO WS-CANCELADA
                   PERFORM MARCAR-NO-CONFIRMADO
                       VARYING WS-CAN-IND FROM 1 BY 1
                       UNTIL WS-CAN-IND > WS-CAN-USADAS
               END-IF
           ELSE
               DISPLAY "NO HAY CLIENTES PARA ANONIMIZAR"
           END-IF.
           PERFORM EMITIR-CERTIFICADO.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM LIBERAR-CERROJOS.
           DISPLAY "CLIENTES ANONIMIZADOS: " CANT-ANONIMIZADOS.
           DISPLAY "CERTIFICADO EN " WS-RUTA-CERTIFICADO.
           IF CANT-ERRORES > ZEROES
               DISPLAY "REGISTROS QUE NO SE PUDIERON REGRABAR: "
                   CANT-ERRORES
           END-IF.
           ACCEPT WS-EXIT.
           STOP RUN.

       *>
       *> ESCRITOR UNICO: clientes, alquileres y reservas se
       *> reescriben, asi que se toman los tres cerrojos; si uno
       *> esta tomado se devuelven los ya obtenidos y no se sigue.
       *>
       TOMAR-CERROJOS.
           MOVE "T" TO WS-CER-OP.
           MOVE "CLIENTES" TO WS-CER-ENTIDAD.
           PERFORM INVOCAR-CERROJO-EXCLUSIVO.
           MOVE "ALQUILERES" TO WS-CER-ENTIDAD.
           PERFORM INVOCAR-CERROJO-EXCLUSIVO.
           MOVE "RESERVAS" TO WS-CER-ENTIDAD.
           PERFORM INVOCAR-CERROJO-EXCLUSIVO.

       INVOCAR-CERROJO-EXCLUSIVO.
           CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
               WS-CER-PROGRAMA, WS-CER-RESULTADO.
           IF WS-CER-RESULTADO NOT = "O"
               DISPLAY "ENTIDAD " WS-CER-ENTIDAD " BLOQUEADA POR "
                   "OTRO PROCESO, NO SE ANONIMIZA"
               PERFORM LIBERAR-CERROJOS
               STOP RUN
           END-IF.
           ADD 1 TO WS-CER-TOMADOS.

       LIBERAR-CERROJOS.
           MOVE "L" TO WS-CER-OP.
           IF WS-CER-TOMADOS > 0
               MOVE "CLIENTES" TO WS-CER-ENTIDAD
               CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
                   WS-CER-PROGRAMA, WS-CER-RESULTADO
           END-IF.
           IF WS-CER-TOMADOS > 1
               MOVE "ALQUILERES" TO WS-CER-ENTIDAD
               CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
                   WS-CER-PROGRAMA, WS-CER-RESULTADO
           END-IF.
           IF WS-CER-TOMADOS > 2
               MOVE "RESERVAS" TO WS-CER-ENTIDAD
               CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
                   WS-CER-PROGRAMA, WS-CER-RESULTADO
           END-IF.
           MOVE ZERO TO WS-CER-TOMADOS.

       ABRIR-ARCHIVOS.
           OPEN I-O CLIENTES-DYN.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               PERFORM LIBERAR-CERROJOS
               STOP RUN
           END-IF.
           OPEN I-O ALQUILERES-DYN.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               CLOSE CLIENTES-DYN
               PERFORM LIBERAR-CERROJOS
               STOP RUN
           END-IF.
           OPEN I-O CONTACTOS-RND.
           IF FS-CONTACTOS = "00"
               MOVE "S" TO WS-CONTACTOS-DISP
           END-IF.
           OPEN INPUT PLANES-DYN.
           IF FS-PLANES = "00"
               MOVE "S" TO WS-PLANES-DISP
           END-IF.
           OPEN INPUT SALDOS-DYN.
           IF FS-SALDOS = "00"
               MOVE "S" TO WS-SALDOS-DISP
           END-IF.
           OPEN I-O RESERVAS-DYN.
           IF FS-RESERVAS = "00"
               MOVE "S" TO WS-RESERVAS-DISP
           END-IF.
           OPEN I-O CONTRATOS-DYN.
           IF FS-CONTRATOS = "00"
               MOVE "S" TO WS-CONTRATOS-DISP
           END-IF.
           OPEN I-O VOUCHERS-DYN.
           IF FS-VOUCHERS = "00"
               MOVE "S" TO WS-VOUCHERS-DISP
           END-IF.
           OPEN I-O CANJES-DYN.
           IF FS-CANJES = "00"
               MOVE "S" TO WS-CANJES-DISP
           END-IF.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO WS-RUTA-CERTIFICADO.
           STRING "Salida/certificadoAnonimizacion-" DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-HORA-HOY (1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-CERTIFICADO
           END-STRING.
           OPEN OUTPUT CERTIFICADO.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTES-DYN.
           CLOSE ALQUILERES-DYN.
           IF CONTACTOS-DISPONIBLES
               CLOSE CONTACTOS-RND
           END-IF.
           IF PLANES-DISPONIBLES
               CLOSE PLANES-DYN
           END-IF.
           IF SALDOS-DISPONIBLES
               CLOSE SALDOS-DYN
           END-IF.
           IF RESERVAS-DISPONIBLES
               CLOSE RESERVAS-DYN
           END-IF.
           IF CONTRATOS-DISPONIBLES
               CLOSE CONTRATOS-DYN
           END-IF.
           IF VOUCHERS-DISPONIBLES
               CLOSE VOUCHERS-DYN
           END-IF.
           IF CANJES-DISPONIBLES
               CLOSE CANJES-DYN
           END-IF.
           CLOSE CERTIFICADO.

       *>
       *> clientes dados de alta antes del corte, recorridos por
       *> documento. Los ya anonimizados no vuelven a entrar; los
       *> duplicados fusionados si, porque conservan nombre y datos
       *> de contacto.
       *>
       SELECCIONAR-INACTIVOS.
           MOVE LOW-VALUES TO CLI-NRO-DOC OF REG-CLIENTES-RND.
           START CLIENTES-DYN KEY IS NOT LESS THAN
               CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY MOVE "10" TO FS-CLIENTES
           END-START.
           IF NOT EOF-CLIENTES
               PERFORM LEER-CLIENTE
               PERFORM SELECCIONAR-CLIENTE
                   UNTIL EOF-CLIENTES OR WS-CAN-DESBORDE = "S"
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CLIENTES
           END-READ.

       SELECCIONAR-CLIENTE.
           IF CLI-ALTA OF REG-CLIENTES-RND < WS-FECHA-CORTE
              AND CLI-NRO-DOC OF REG-CLIENTES-RND (1:5) NOT = "ANON:"
              AND CLI-NRO-DOC OF REG-CLIENTES-RND NOT = SPACES
               IF WS-CAN-USADAS >= WS-CAN-MAXIMO
                   MOVE "S" TO WS-CAN-DESBORDE
               ELSE
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-IF.
           IF WS-CAN-DESBORDE = "N"
               PERFORM LEER-CLIENTE
           END-IF.

       AGREGAR-CANDIDATO.
           ADD 1 TO WS-CAN-USADAS.
           ADD 1 TO CANT-CANDIDATOS.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
               WS-CAN-NUMERO (WS-CAN-USADAS).
           MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO
               WS-CAN-NRO-DOC (WS-CAN-USADAS).
           MOVE "S" TO WS-CAN-ESTADO (WS-CAN-USADAS).
           MOVE SPACES TO WS-CAN-MOTIVO (WS-CAN-USADAS).
           MOVE ZEROES TO WS-CAN-ALQ (WS-CAN-USADAS).
           MOVE ZEROES TO WS-CAN-RES (WS-CAN-USADAS).
           MOVE ZEROES TO WS-CAN-CTR (WS-CAN-USADAS).
           MOVE ZEROES TO WS-CAN-VOU (WS-CAN-USADAS).
           MOVE ZEROES TO WS-CAN-CNJ (WS-CAN-USADAS).
           MOVE "N" TO WS-CAN-CTC (WS-CAN-USADAS).

       *>
       *> PEDIDO DEL TITULAR: se cargan los documentos uno por uno
       *> (en blanco termina). No se pide antiguedad, pero igual se
       *> descarta a quien tenga algo abierto.
       *>
       SELECCIONAR-PEDIDOS.
           MOVE 50 TO WS-CAN-MAXIMO.
           MOVE "N" TO WS-FIN-PEDIDOS.
           PERFORM PEDIR-DOCUMENTO
               UNTIL WS-FIN-PEDIDOS = "S"
               OR WS-CAN-USADAS >= WS-CAN-MAXIMO.

       PEDIR-DOCUMENTO.
           DISPLAY "DOCUMENTO DEL TITULAR (EN BLANCO TERMINA): ".
           MOVE SPACES TO WS-DOC-PEDIDO.
           ACCEPT WS-DOC-PEDIDO.
           IF WS-DOC-PEDIDO = SPACES
               MOVE "S" TO WS-FIN-PEDIDOS
           ELSE
               MOVE WS-DOC-PEDIDO TO CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-DYN KEY IS
                   CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY
                       DISPLAY "NO HAY CLIENTE CON ESE DOCUMENTO"
                       ADD 1 TO CANT-PEDIDOS-SIN-CLI
                   NOT INVALID KEY
                       DISPLAY "CLIENTE " CLI-NUMERO OF
                           REG-CLIENTES-RND " "
                           CLI-NOMBRE OF REG-CLIENTES-RND
                       MOVE WS-DOC-PEDIDO TO WS-DOC-BUSCADO
                       PERFORM BUSCAR-CANDIDATO
                       IF WS-CAN-HALLADA > ZEROES
                           DISPLAY "DOCUMENTO YA CARGADO"
                       ELSE
                           PERFORM AGREGAR-CANDIDATO
                       END-IF
               END-READ
           END-IF.

       *>
       *> busqueda del documento en la tabla: binaria en la corrida
       *> por inactividad (tabla ordenada), secuencial a pedido.
       *>
       BUSCAR-CANDIDATO.
           MOVE ZEROES TO WS-CAN-HALLADA.
           IF WS-DOC-BUSCADO NOT = SPACES AND WS-CAN-USADAS > ZEROES
               IF MODO-PEDIDO
                   PERFORM EXAMINAR-CANDIDATO
                       VARYING WS-CAN-IND FROM 1 BY 1
                       UNTIL WS-CAN-IND > WS-CAN-USADAS
                       OR WS-CAN-HALLADA > ZEROES
               ELSE
                   MOVE 1 TO WS-BUS-BAJO
                   MOVE WS-CAN-USADAS TO WS-BUS-ALTO
                   PERFORM PARTIR-BUSQUEDA
                       UNTIL WS-BUS-BAJO > WS-BUS-ALTO
                       OR WS-CAN-HALLADA > ZEROES
               END-IF
           END-IF.

       EXAMINAR-CANDIDATO.
           IF WS-CAN-NRO-DOC (WS-CAN-IND) = WS-DOC-BUSCADO
               MOVE WS-CAN-IND TO WS-CAN-HALLADA
           END-IF.

       PARTIR-BUSQUEDA.
           COMPUTE WS-BUS-MEDIO = (WS-BUS-BAJO + WS-BUS-ALTO) / 2.
           EVALUATE TRUE
               WHEN WS-CAN-NRO-DOC (WS-BUS-MEDIO) = WS-DOC-BUSCADO
                   MOVE WS-BUS-MEDIO TO WS-CAN-HALLADA
               WHEN WS-CAN-NRO-DOC (WS-BUS-MEDIO) < WS-DOC-BUSCADO
                   COMPUTE WS-BUS-BAJO = WS-BUS-MEDIO + 1
               WHEN OTHER
                   COMPUTE WS-BUS-ALTO = WS-BUS-MEDIO - 1
           END-EVALUATE.

       DESCARTAR-CANDIDATO.
           IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
               MOVE "N" TO WS-CAN-ESTADO (WS-CAN-HALLADA)
               ADD 1 TO CANT-DESCARTADOS
           END-IF.

       *>
       *> DEPURACION: se descarta a quien tenga cuota de plan
       *> pendiente, saldo al ultimo cierre, alquiler abierto,
       *> reserva viva o voucher con saldo; en la corrida por
       *> inactividad tambien a quien tenga alquiler, reserva o
       *> vencimiento de plan posterior al corte.
       *>
       DEPURAR-CANDIDATOS.
           PERFORM DEPURAR-POR-NUMERO
               VARYING WS-CAN-HALLADA FROM 1 BY 1
               UNTIL WS-CAN-HALLADA > WS-CAN-USADAS.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-DYN KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
               NOT INVALID KEY MOVE "00" TO FS-ALQUILERES
           END-START.
           IF NOT EOF-ALQUILERES
               PERFORM LEER-ALQUILER
               PERFORM DEPURAR-POR-ALQUILER UNTIL EOF-ALQUILERES
           END-IF.
           IF RESERVAS-DISPONIBLES
               MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND
               START RESERVAS-DYN KEY IS NOT LESS THAN
                   RES-NUMERO OF REG-RESERVAS-RND
                   INVALID KEY MOVE "10" TO FS-RESERVAS
                   NOT INVALID KEY MOVE "00" TO FS-RESERVAS
               END-START
               IF NOT EOF-RESERVAS
                   PERFORM LEER-RESERVA
                   PERFORM DEPURAR-POR-RESERVA UNTIL EOF-RESERVAS
               END-IF
           END-IF.
           IF VOUCHERS-DISPONIBLES
               MOVE LOW-VALUES TO VOU-CODIGO OF REG-VOUCHERS
               START VOUCHERS-DYN KEY IS NOT LESS THAN
                   VOU-CODIGO OF REG-VOUCHERS
                   INVALID KEY MOVE "10" TO FS-VOUCHERS
                   NOT INVALID KEY MOVE "00" TO FS-VOUCHERS
               END-START
               IF NOT EOF-VOUCHERS
                   PERFORM LEER-VOUCHER
                   PERFORM DEPURAR-POR-VOUCHER UNTIL EOF-VOUCHERS
               END-IF
           END-IF.

       DEPURAR-POR-NUMERO.
           IF PLANES-DISPONIBLES
               MOVE WS-CAN-NUMERO (WS-CAN-HALLADA) TO
                   PLA-CLI-NUMERO OF REG-PLANES
               MOVE ZEROES TO PLA-CUOTA OF REG-PLANES
               START PLANES-DYN KEY IS NOT LESS THAN
                   PLA-CLAVE OF REG-PLANES
                   INVALID KEY MOVE "23" TO FS-PLANES
                   NOT INVALID KEY MOVE "00" TO FS-PLANES
               END-START
               IF FS-PLANES = "00"
                   PERFORM LEER-PLAN
                   PERFORM EXAMINAR-CUOTA
                       UNTIL FS-PLANES <> "00"
                       OR PLA-CLI-NUMERO OF REG-PLANES NOT =
                           WS-CAN-NUMERO (WS-CAN-HALLADA)
               END-IF
           END-IF.
           IF SALDOS-DISPONIBLES
               MOVE ZEROES TO WS-ULTIMO-SALDO
               MOVE WS-CAN-NUMERO (WS-CAN-HALLADA) TO
                   SAL-CLI-NUMERO OF REG-SALDOS
               MOVE ZEROES TO SAL-PERIODO OF REG-SALDOS
               START SALDOS-DYN KEY IS NOT LESS THAN
                   SAL-CLAVE OF REG-SALDOS
                   INVALID KEY MOVE "23" TO FS-SALDOS
                   NOT INVALID KEY MOVE "00" TO FS-SALDOS
               END-START
               IF FS-SALDOS = "00"
                   PERFORM LEER-SALDO
                   PERFORM TOMAR-SALDO
                       UNTIL FS-SALDOS <> "00"
                       OR SAL-CLI-NUMERO OF REG-SALDOS NOT =
                           WS-CAN-NUMERO (WS-CAN-HALLADA)
               END-IF
               IF WS-ULTIMO-SALDO NOT = ZEROES
                   MOVE "SALDO ABIERTO" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               END-IF
           END-IF.

       LEER-PLAN.
           READ PLANES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-PLANES
           END-READ.

       EXAMINAR-CUOTA.
           IF CUOTA-PENDIENTE
               MOVE "PLAN DE PAGOS VIVO" TO
                   WS-CAN-MOTIVO (WS-CAN-HALLADA)
               PERFORM DESCARTAR-CANDIDATO
           END-IF.
           IF MODO-INACTIVOS
              AND PLA-VENCIMIENTO OF REG-PLANES >= WS-FECHA-CORTE
               MOVE "PLAN DE PAGOS RECIENTE" TO
                   WS-CAN-MOTIVO (WS-CAN-HALLADA)
               PERFORM DESCARTAR-CANDIDATO
           END-IF.
           PERFORM LEER-PLAN.

       LEER-SALDO.
           READ SALDOS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-SALDOS
           END-READ.

       TOMAR-SALDO.
           MOVE SAL-SALDO-CIERRE OF REG-SALDOS TO WS-ULTIMO-SALDO.
           PERFORM LEER-SALDO.

       LEER-ALQUILER.
           READ ALQUILERES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       DEPURAR-POR-ALQUILER.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF ALQ-ESTADO OF REG-ALQUILERES-RND = "A"
                   MOVE "ALQUILER ABIERTO" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               END-IF
               IF MODO-INACTIVOS
                  AND (ALQ-FECHA OF REG-ALQUILERES-RND >=
                          WS-FECHA-CORTE
                   OR ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                          WS-FECHA-CORTE)
                   MOVE "ALQUILER RECIENTE" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               END-IF
           END-IF.
           PERFORM LEER-ALQUILER.

       LEER-RESERVA.
           READ RESERVAS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       DEPURAR-POR-RESERVA.
           MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF RES-PENDIENTE OR RES-CONFIRMADA
                   MOVE "RESERVA VIVA" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               END-IF
               IF MODO-INACTIVOS
                  AND RES-FECHA OF REG-RESERVAS-RND >= WS-FECHA-CORTE
                   MOVE "RESERVA RECIENTE" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               END-IF
           END-IF.
           PERFORM LEER-RESERVA.

       LEER-VOUCHER.
           READ VOUCHERS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-VOUCHERS
           END-READ.

       DEPURAR-POR-VOUCHER.
           MOVE VOU-NRO-DOC OF REG-VOUCHERS TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
              AND VOUCHER-ACTIVO
              AND VOU-SALDO OF REG-VOUCHERS > ZEROES
               MOVE "VOUCHER CON SALDO" TO
                   WS-CAN-MOTIVO (WS-CAN-HALLADA)
               PERFORM DESCARTAR-CANDIDATO
           END-IF.
           PERFORM LEER-VOUCHER.

       *>
       *> ANONIMIZACION: en clientes se blanquean nombre, telefono
       *> y direccion y el documento pasa a "ANON:" + numero de
       *> cliente (unico, como el "FUS:" de la fusion); el contacto
       *> se borra. Alquileres, reservas, contratos, vouchers y
       *> canjes llevan el mismo sustituto, asi siguen enlazados
       *> con el cliente. Facturas, recibos, cheques, retenciones y
       *> libros de IVA no se tocan: son comprobantes fiscales.
       *> En la bitacora la imagen anterior lleva solo la clave,
       *> para no guardar ahi lo que se esta borrando.
       *>
       ANONIMIZAR-CANDIDATOS.
           PERFORM ANONIMIZAR-CLIENTE
               VARYING WS-CAN-HALLADA FROM 1 BY 1
               UNTIL WS-CAN-HALLADA > WS-CAN-USADAS.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-DYN KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
               NOT INVALID KEY MOVE "00" TO FS-ALQUILERES
           END-START.
           IF NOT EOF-ALQUILERES
               PERFORM LEER-ALQUILER
               PERFORM SUSTITUIR-EN-ALQUILER UNTIL EOF-ALQUILERES
           END-IF.
           IF RESERVAS-DISPONIBLES
               MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND
               START RESERVAS-DYN KEY IS NOT LESS THAN
                   RES-NUMERO OF REG-RESERVAS-RND
                   INVALID KEY MOVE "10" TO FS-RESERVAS
                   NOT INVALID KEY MOVE "00" TO FS-RESERVAS
               END-START
               IF NOT EOF-RESERVAS
                   PERFORM LEER-RESERVA
                   PERFORM SUSTITUIR-EN-RESERVA UNTIL EOF-RESERVAS
               END-IF
           END-IF.
           IF CONTRATOS-DISPONIBLES
               MOVE LOW-VALUES TO CTR-CLAVE OF REG-CONTRATOS
               START CONTRATOS-DYN KEY IS NOT LESS THAN
                   CTR-CLAVE OF REG-CONTRATOS
                   INVALID KEY MOVE "10" TO FS-CONTRATOS
                   NOT INVALID KEY MOVE "00" TO FS-CONTRATOS
               END-START
               IF NOT EOF-CONTRATOS
                   PERFORM LEER-CONTRATO
                   PERFORM SUSTITUIR-EN-CONTRATO UNTIL EOF-CONTRATOS
               END-IF
           END-IF.
           IF VOUCHERS-DISPONIBLES
               MOVE LOW-VALUES TO VOU-CODIGO OF REG-VOUCHERS
               START VOUCHERS-DYN KEY IS NOT LESS THAN
                   VOU-CODIGO OF REG-VOUCHERS
                   INVALID KEY MOVE "10" TO FS-VOUCHERS
                   NOT INVALID KEY MOVE "00" TO FS-VOUCHERS
               END-START
               IF NOT EOF-VOUCHERS
                   PERFORM LEER-VOUCHER
                   PERFORM SUSTITUIR-EN-VOUCHER UNTIL EOF-VOUCHERS
               END-IF
           END-IF.
           IF CANJES-DISPONIBLES
               MOVE LOW-VALUES TO CAN-RECIBO OF REG-CANJES
               START CANJES-DYN KEY IS NOT LESS THAN
                   CAN-RECIBO OF REG-CANJES
                   INVALID KEY MOVE "10" TO FS-CANJES
                   NOT INVALID KEY MOVE "00" TO FS-CANJES
               END-START
               IF NOT EOF-CANJES
                   PERFORM LEER-CANJE
                   PERFORM SUSTITUIR-EN-CANJE UNTIL EOF-CANJES
               END-IF
           END-IF.

       ARMAR-SUSTITUTO.
           MOVE SPACES TO WS-SUSTITUTO.
           STRING "ANON:" DELIMITED BY SIZE
                  WS-CAN-NUMERO (WS-CAN-HALLADA) DELIMITED BY SIZE
               INTO WS-SUSTITUTO
           END-STRING.

       ANONIMIZAR-CLIENTE.
           IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
               MOVE WS-CAN-NUMERO (WS-CAN-HALLADA) TO
                   CLI-NUMERO OF REG-CLIENTES-RND
               READ CLIENTES-DYN KEY IS CLI-NUMERO OF REG-CLIENTES-RND
                   INVALID KEY
                       MOVE "CLIENTE NO RELEIDO" TO
                           WS-CAN-MOTIVO (WS-CAN-HALLADA)
                       PERFORM DESCARTAR-CANDIDATO
                   NOT INVALID KEY
                       PERFORM BLANQUEAR-CLIENTE
               END-READ
           END-IF.

       BLANQUEAR-CLIENTE.
           PERFORM ARMAR-SUSTITUTO.
           MOVE SPACES TO WS-JR-ANTES.
           MOVE CLI-NUMERO OF REG-CLIENTES-RND TO WS-JR-ANTES.
           MOVE SPACES TO CLI-NOMBRE OF REG-CLIENTES-RND.
           MOVE SPACES TO CLI-TELEF OF REG-CLIENTES-RND.
           MOVE SPACES TO CLI-DIRECCION OF REG-CLIENTES-RND.
           IF CLI-NRO-DOC OF REG-CLIENTES-RND (1:4) NOT = "FUS:"
               MOVE WS-SUSTITUTO TO CLI-NRO-DOC OF REG-CLIENTES-RND
           END-IF.
           REWRITE REG-CLIENTES-RND
               INVALID KEY
                   ADD 1 TO CANT-ERRORES
                   MOVE "ERROR AL REGRABAR" TO
                       WS-CAN-MOTIVO (WS-CAN-HALLADA)
                   PERFORM DESCARTAR-CANDIDATO
               NOT INVALID KEY
                   ADD 1 TO CANT-ANONIMIZADOS
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE "CLIENTES" TO WS-JR-ENTIDAD
                   MOVE REG-CLIENTES-RND TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD,
                       WS-JR-ANTES, WS-JR-DESPUES
                   PERFORM BORRAR-CONTACTO
           END-REWRITE.

       BORRAR-CONTACTO.
           IF CONTACTOS-DISPONIBLES
               MOVE WS-CAN-NUMERO (WS-CAN-HALLADA) TO
                   CTC-CLI-NUMERO OF REG-CONTACTOS
               READ CONTACTOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE CONTACTOS-RND RECORD
                           INVALID KEY ADD 1 TO CANT-ERRORES
                           NOT INVALID KEY
                               MOVE "S" TO
                                   WS-CAN-CTC (WS-CAN-HALLADA)
                               MOVE "E" TO WS-JR-OPERACION
                               MOVE "CONTACTOS" TO WS-JR-ENTIDAD
                               MOVE SPACES TO WS-JR-ANTES
                               MOVE WS-CAN-NUMERO (WS-CAN-HALLADA)
                                   TO WS-JR-ANTES
                               MOVE SPACES TO WS-JR-DESPUES
                               CALL "bitacoracambios" USING
                                   WS-JR-PROGRAMA, WS-JR-OPERACION,
                                   WS-JR-ENTIDAD, WS-JR-ANTES,
                                   WS-JR-DESPUES
                       END-DELETE
               END-READ
           END-IF.

       SUSTITUIR-EN-ALQUILER.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
                   PERFORM ARMAR-SUSTITUTO
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-JR-ANTES
                   MOVE WS-SUSTITUTO TO
                       ALQ-NRO-DOC OF REG-ALQUILERES-RND
                   REWRITE REG-ALQUILERES-RND
                       INVALID KEY ADD 1 TO CANT-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-CAN-ALQ (WS-CAN-HALLADA)
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE "ALQUILERES" TO WS-JR-ENTIDAD
                           MOVE REG-ALQUILERES-RND TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-ALQUILER.

       SUSTITUIR-EN-RESERVA.
           MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
                   PERFORM ARMAR-SUSTITUTO
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-JR-ANTES
                   MOVE WS-SUSTITUTO TO RES-NRO-DOC OF REG-RESERVAS-RND
                   REWRITE REG-RESERVAS-RND
                       INVALID KEY ADD 1 TO CANT-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-CAN-RES (WS-CAN-HALLADA)
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE "RESERVAS" TO WS-JR-ENTIDAD
                           MOVE REG-RESERVAS-RND TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-RESERVA.

       LEER-CONTRATO.
           READ CONTRATOS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CONTRATOS
           END-READ.

       *>
       *> el contrato lleva ademas el nombre impreso del cliente;
       *> el del chofer es del plantel y queda.
       *>
       SUSTITUIR-EN-CONTRATO.
           MOVE CTR-NRO-DOC OF REG-CONTRATOS TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
                   PERFORM ARMAR-SUSTITUTO
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE CTR-CLAVE OF REG-CONTRATOS TO WS-JR-ANTES
                   MOVE WS-SUSTITUTO TO CTR-NRO-DOC OF REG-CONTRATOS
                   MOVE SPACES TO CTR-CLI-NOMBRE OF REG-CONTRATOS
                   REWRITE REG-CONTRATOS
                       INVALID KEY ADD 1 TO CANT-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-CAN-CTR (WS-CAN-HALLADA)
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE "CONTRATOS" TO WS-JR-ENTIDAD
                           MOVE REG-CONTRATOS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-CONTRATO.

       SUSTITUIR-EN-VOUCHER.
           MOVE VOU-NRO-DOC OF REG-VOUCHERS TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
                   PERFORM ARMAR-SUSTITUTO
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE VOU-CODIGO OF REG-VOUCHERS TO WS-JR-ANTES
                   MOVE WS-SUSTITUTO TO VOU-NRO-DOC OF REG-VOUCHERS
                   REWRITE REG-VOUCHERS
                       INVALID KEY ADD 1 TO CANT-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-CAN-VOU (WS-CAN-HALLADA)
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE "VOUCHERS" TO WS-JR-ENTIDAD
                           MOVE REG-VOUCHERS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-VOUCHER.

       LEER-CANJE.
           READ CANJES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CANJES
           END-READ.

       SUSTITUIR-EN-CANJE.
           MOVE CAN-NRO-DOC OF REG-CANJES TO WS-DOC-BUSCADO.
           PERFORM BUSCAR-CANDIDATO.
           IF WS-CAN-HALLADA > ZEROES
               IF WS-CAN-ESTADO (WS-CAN-HALLADA) = "S"
                   PERFORM ARMAR-SUSTITUTO
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE CAN-RECIBO OF REG-CANJES TO WS-JR-ANTES
                   MOVE WS-SUSTITUTO TO CAN-NRO-DOC OF REG-CANJES
                   REWRITE REG-CANJES
                       INVALID KEY ADD 1 TO CANT-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-CAN-CNJ (WS-CAN-HALLADA)
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE "CANJES" TO WS-JR-ENTIDAD
                           MOVE REG-CANJES TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LEER-CANJE.

       MARCAR-NO-CONFIRMADO.
           IF WS-CAN-ESTADO (WS-CAN-IND) = "S"
               MOVE "X" TO WS-CAN-ESTADO (WS-CAN-IND)
               MOVE "NO CONFIRMADO" TO WS-CAN-MOTIVO (WS-CAN-IND)
           END-IF.

       *>
       *> CERTIFICADO: que se anonimizo, de quien (por numero de
       *> cliente, nunca por dato personal) y en cuantos registros
       *> de cada archivo; a pedido, los descartados van con el
       *> motivo.
       *>
       EMITIR-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
                      DELIMITED BY SIZE
                  " - FECHA " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "OPERADOR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SPACE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           IF MODO-INACTIVOS
               STRING "CRITERIO: SIN ALQUILER, RESERVA, SALDO NI "
                          DELIMITED BY SIZE
                      "PLAN DE PAGOS DESDE " DELIMITED BY SIZE
                      WS-FECHA-CORTE DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-ANIOS-INACTIVIDAD DELIMITED BY SIZE
                      " ANIOS)" DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING
           ELSE
               STRING "CRITERIO: PEDIDO DEL TITULAR, SIN ALQUILER "
                          DELIMITED BY SIZE
                      "ABIERTO, RESERVA VIVA, SALDO NI PLAN VIGENTE"
                          DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING
           END-IF.
           WRITE LINEA-CERTIFICADO.
           MOVE "SE BLANQUEAN NOMBRE, TELEFONO, DIRECCION Y CONTACTO;"
               TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "EL DOCUMENTO SE REEMPLAZA POR ANON:<CLIENTE> EN "
                      DELIMITED BY SIZE
                  "CLIENTES Y SATELITES" DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "SE CONSERVAN SIN CAMBIOS: FACTURAS, LIBRO IVA, "
                      DELIMITED BY SIZE
                  "RECIBOS, CHEQUES Y RETENCIONES" DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "CLIENTE  RESULTADO              ALQ   RES   CTR   VOU"
               TO LINEA-CERTIFICADO.
           MOVE "   CANJ CONTACTO" TO LINEA-CERTIFICADO (54:16).
           WRITE LINEA-CERTIFICADO.
           PERFORM EMITIR-RENGLON-CERTIFICADO
               VARYING WS-CAN-IND FROM 1 BY 1
               UNTIL WS-CAN-IND > WS-CAN-USADAS.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "CLIENTES ANONIMIZADOS: " DELIMITED BY SIZE
                  CANT-ANONIMIZADOS DELIMITED BY SIZE
                  "  DESCARTADOS: " DELIMITED BY SIZE
                  CANT-DESCARTADOS DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           END-STRING.
           WRITE LINEA-CERTIFICADO.
           IF ANONIMIZACION-CANCELADA
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "ANONIMIZACION NO CONFIRMADA POR EL OPERADOR: "
                          DELIMITED BY SIZE
                      "NO SE MODIFICO NINGUN REGISTRO" DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING
               WRITE LINEA-CERTIFICADO
           END-IF.
           IF CANT-PEDIDOS-SIN-CLI > ZEROES
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "PEDIDOS SIN CLIENTE CON ESE DOCUMENTO: "
                          DELIMITED BY SIZE
                      CANT-PEDIDOS-SIN-CLI DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING
               WRITE LINEA-CERTIFICADO
           END-IF.
           IF WS-CAN-DESBORDE = "S"
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "QUEDARON CANDIDATOS SIN REVISAR POR EXCEDER "
                          DELIMITED BY SIZE
                      "LA TABLA, REPETIR LA CORRIDA" DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO
               END-STRING
               WRITE LINEA-CERTIFICADO
           END-IF.

       EMITIR-RENGLON-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           MOVE WS-CAN-NUMERO (WS-CAN-IND) TO LINEA-CERTIFICADO (1:8).
           IF WS-CAN-ESTADO (WS-CAN-IND) = "S"
               MOVE "ANONIMIZADO" TO LINEA-CERTIFICADO (10:20)
               MOVE WS-CAN-ALQ (WS-CAN-IND) TO WS-ED-NUMERO
               MOVE WS-ED-NUMERO TO LINEA-CERTIFICADO (32:4)
               MOVE WS-CAN-RES (WS-CAN-IND) TO WS-ED-NUMERO
               MOVE WS-ED-NUMERO TO LINEA-CERTIFICADO (38:4)
               MOVE WS-CAN-CTR (WS-CAN-IND) TO WS-ED-NUMERO
               MOVE WS-ED-NUMERO TO LINEA-CERTIFICADO (44:4)
               MOVE WS-CAN-VOU (WS-CAN-IND) TO WS-ED-NUMERO
               MOVE WS-ED-NUMERO TO LINEA-CERTIFICADO (50:4)
               MOVE WS-CAN-CNJ (WS-CAN-IND) TO WS-ED-NUMERO
               MOVE WS-ED-NUMERO TO LINEA-CERTIFICADO (56:4)
               IF WS-CAN-CTC (WS-CAN-IND) = "S"
                   MOVE "BORRADO" TO LINEA-CERTIFICADO (62:7)
               END-IF
           ELSE
               IF WS-CAN-MOTIVO (WS-CAN-IND) = SPACES
                   MOVE "NO CONFIRMADO" TO LINEA-CERTIFICADO (10:20)
               ELSE
                   MOVE WS-CAN-MOTIVO (WS-CAN-IND) TO
                       LINEA-CERTIFICADO (10:20)
               END-IF
           END-IF.
           IF MODO-PEDIDO OR WS-CAN-ESTADO (WS-CAN-IND) = "S"
              OR WS-CAN-ESTADO (WS-CAN-IND) = "X"
               WRITE LINEA-CERTIFICADO
           END-IF.
