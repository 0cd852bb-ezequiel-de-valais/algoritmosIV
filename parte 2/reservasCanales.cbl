       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAS-CANALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESERVAS-ENTRADA
           ASSIGN TO DISK "Entrada/reservasCanales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

       SELECT ACUSES-CANALES
           ASSIGN TO DISK "Salida/acusesReservasCanales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSES.

       SELECT RESERVAS-RND
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT RESERVAS-CANAL-RND
           ASSIGN TO DISK "Entrada/indexados/reservasCanales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-CLAVE OF REG-RESERVAS-CANAL
           ALTERNATE RECORD KEY IS RCN-RES-NUMERO OF
              REG-RESERVAS-CANAL
           FILE STATUS IS FS-RESERVAS-CANAL.

       SELECT CONTROL-CANALES
           ASSIGN TO DISK "Entrada/indexados/controlReservasCanales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CANALES.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT LIMITES-RND
           ASSIGN TO DISK "Entrada/indexados/limitesCredito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIM-CLI-NUMERO OF REG-LIMITES
           FILE STATUS IS FS-LIMITES.

       SELECT CONVENIOS-RND
           ASSIGN TO DISK "Entrada/indexados/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNV-NUMERO OF REG-CONVENIOS
           FILE STATUS IS FS-CONVENIOS.

       SELECT INTEGRANTES-RND
           ASSIGN TO DISK "Entrada/indexados/integrantesConvenio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INT-CLI-NUMERO OF REG-INTEGRANTES
           FILE STATUS IS FS-INTEGRANTES.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT PAGOS-RND
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-RND
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-RND
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT PROMOCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/promociones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRM-CODIGO OF REG-PROMOCIONES
           FILE STATUS IS FS-PROMOCIONES.

       SELECT PROMOS-RESERVAS-RND
           ASSIGN TO DISK "Entrada/indexados/promosReservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRR-RES-NUMERO OF REG-PROMOS-RESERVAS
           FILE STATUS IS FS-PROMOS-RES.

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

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> RESERVA DE CANAL: registro fijo que dejan la web y los
       *> agregadores, uno por reserva. La referencia es la del
       *> canal y es la que identifica la reserva si llega otra vez.
       *> El importe es el que el canal cobro al cliente (cero si
       *> toma el nuestro) y la promocion va en espacios si no hay.
       *>
       FD RESERVAS-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-ENTRADA.
           03 RCE-CANAL            PIC X(3).
           03 RCE-REFERENCIA       PIC X(20).
           03 RCE-TIPO-DOC         PIC X.
           03 RCE-NRO-DOC          PIC X(20).
           03 RCE-SUCURSAL         PIC X(2).
           03 RCE-CATEGORIA        PIC X(2).
           03 RCE-TURNO            PIC X.
           03 RCE-FECHA            PIC 9(8).
           03 RCE-IMPORTE          PIC 9(7)V99.
           03 RCE-PROMOCION        PIC X(8).

       *>
       *> ACUSE: uno por cada reserva recibida. A = aceptada con
       *> nuestro numero, D = ya recibida antes (vuelve el numero
       *> original y no se graba nada), R = rechazada con motivo.
       *>
       FD ACUSES-CANALES
           LABEL RECORD IS STANDARD.
       01 REG-ACUSE.
           03 ACR-CANAL            PIC X(3).
           03 ACR-REFERENCIA       PIC X(20).
           03 ACR-RESULTADO        PIC X.
           03 ACR-RES-NUMERO       PIC X(8).
           03 ACR-IMPORTE          PIC 9(7)V99.
           03 ACR-MOTIVO           PIC X(40).

       FD RESERVAS-RND
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

       *>
       *> RESERVAS DE CANAL: vinculo entre la referencia del canal y
       *> nuestra reserva, con la sucursal pedida (reservas.dat no
       *> la tiene) para que la publicacion descuente la reserva
       *> donde corresponde.
       *>
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

       FD CONTROL-CANALES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-CANALES.
           03 CTC-PROXIMO-NUMERO   PIC 9(7).

       FD CLIENTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CLIENTES-RND.
           03  CLI-NUMERO      PIC X(8).
           03  CLI-ALTA        PIC 9(8).
           03  CLI-TELEF       PIC X(20).
           03  CLI-DIRECCION   PIC X(30).
           03  CLI-NRO-DOC     PIC X(20).
           03  CLI-ESTADO-PAGO PIC X(01).
           03  CLI-NOMBRE      PIC X(30).

       FD LIMITES-RND
           LABEL RECORD IS STANDARD.
       01 REG-LIMITES.
           03 LIM-CLI-NUMERO   PIC X(8).
           03 LIM-LIMITE       PIC 9(9)V99.

       FD CONVENIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03 CNV-NUMERO       PIC X(6).
           03 CNV-NOMBRE       PIC X(30).
           03 CNV-DESCUENTO    PIC 9(3)V99.
           03 CNV-ESTADO       PIC X.
               88 CONVENIO-ACTIVO  VALUE "A".
           03 CNV-CLI-TITULAR  PIC X(8).

       FD INTEGRANTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTEGRANTES.
           03 INT-CLI-NUMERO   PIC X(8).
           03 INT-CONVENIO     PIC X(6).

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

       FD PAGOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-RND.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD PROMOCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROMOCIONES.
           03 PRM-CODIGO       PIC X(8).
           03 PRM-DESDE        PIC 9(8).
           03 PRM-HASTA        PIC 9(8).
           03 PRM-CATEGORIA    PIC X(2).
           03 PRM-TURNO        PIC X.
           03 PRM-TIPO         PIC X.
               88 PROMO-PORCENTAJE VALUE "P".
           03 PRM-VALOR        PIC 9(5)V99.
           03 PRM-MAX-USOS     PIC 9(5).
           03 PRM-USOS         PIC 9(5).

       FD PROMOS-RESERVAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROMOS-RESERVAS.
           03 PRR-RES-NUMERO   PIC X(8).
           03 PRR-CODIGO       PIC X(8).
           03 PRR-DESCUENTO    PIC 9(7)V99.

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

       WORKING-STORAGE SECTION.
       01 FS-ENTRADA             PIC XX.
           88 EOF-ENTRADA            VALUE "10".
       01 FS-ACUSES              PIC XX.
       01 FS-RESERVAS            PIC XX.
           88 NO-EXISTE-RESERVAS     VALUE "35".
       01 FS-RESERVAS-CANAL      PIC XX.
           88 NO-EXISTE-RES-CANAL    VALUE "35".
       01 FS-CONTROL-CANALES     PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-LIMITES             PIC XX.
       01 WS-LIMITES-DISP        PIC X VALUE "N".
           88 LIMITES-DISPONIBLES    VALUE "S".
       01 FS-CONVENIOS           PIC XX.
       01 FS-INTEGRANTES         PIC XX.
       01 WS-CONVENIOS-DISP      PIC X VALUE "N".
           88 CONVENIOS-DISPONIBLES  VALUE "S".
       01 FS-ALQUILERES          PIC XX.
       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPON      VALUE "S".
       01 FS-PAGOS               PIC XX.
       01 WS-PAGOS-DISP          PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".
       01 FS-PROMOCIONES         PIC XX.
       01 FS-PROMOS-RES          PIC XX.
           88 NO-EXISTE-PROMOS-RES   VALUE "35".
       01 WS-PROMOS-DISP         PIC X VALUE "N".
           88 PROMOS-DISPONIBLES     VALUE "S".
       01 FS-TARIFAS             PIC XX.
       01 FS-FERIADOS            PIC XX.
       01 WS-FERIADOS-DISP       PIC X VALUE "N".
           88 FERIADOS-DISPONIBLES   VALUE "S".
       01 FS-CHOFERES            PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "RESERVAS-CANALES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-RECARGO-FDS         PIC 9(3)V99 VALUE ZEROES.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-RESERVA-VALIDA      PIC X.
           88 RESERVA-ES-VALIDA      VALUE "S".
       01 WS-MOTIVO              PIC X(40).

       *>
       *> los numeros de reserva del canal salen de su propio
       *> talonario con prefijo W, para no pisar los que el
       *> mostrador tipea a mano.
       *>
       01 WS-NUMERO              PIC X(8).
       01 WS-NUMERO-RED REDEFINES WS-NUMERO.
           03 WS-NUM-PREFIJO     PIC X.
           03 WS-NUM-SECUENCIA   PIC 9(7).
       01 WS-NUMERO-CANAL        PIC 9(7).

       01 WS-NRO-DOC             PIC X(20).
       01 WS-CATEGORIA           PIC X(2).
       01 WS-TURNO               PIC X.
       01 WS-FECHA-CONSULTA      PIC 9(8).
       01 WS-CHOFER              PIC X(7).
       01 WS-IMPORTE             PIC 9(7)V99.

       01 WS-TARIFA-HALLADA      PIC X VALUE "N".
           88 TARIFA-HALLADA         VALUE "S".
       01 WS-TARIFA-DIARIA-VIG   PIC 9(5)V99.
       01 WS-DIAS-RECARGO        PIC 9(4).
       01 WS-DIA-ES-RECARGADO    PIC X.
       01 WS-PRECIO-TARIFA       PIC 9(8)V99.

       01 WS-CON-PROMOCION       PIC X VALUE "N".
           88 CON-PROMOCION          VALUE "S".
       01 WS-DESCUENTO-PROMO     PIC 9(7)V99 VALUE ZEROES.

       01 WS-EXPOSICION          PIC S9(11)V99.
       01 WS-CARGOS-VIVOS        PIC 9(11)V99.
       01 WS-PAGOS-CLIENTE       PIC 9(11)V99.
       01 WS-ES-MIEMBRO-CONV     PIC X.

       01 WS-PATENTE             PIC X(6) VALUE SPACES.
       01 WS-VL-HASTA            PIC 9(8).
       01 WS-VL-LIBRES           PIC 9(4).
       01 WS-VL-RESULTADO        PIC X.
       01 WS-DP-PROGRAMA         PIC X(20) VALUE "RESERVAS-CANALES".
       01 WS-DP-MOTIVO           PIC X(2).

       01 WS-CHOFER-ASIGNADO     PIC X VALUE "N".
           88 CHOFER-ASIGNADO        VALUE "S".
       01 WS-CL-LEGAJO           PIC X(7).
       01 WS-CL-FECHA            PIC 9(8).
       01 WS-CL-TURNO            PIC X.
       01 WS-CL-EXCLUIR          PIC X(14) VALUE SPACES.
       01 WS-CL-RESULTADO        PIC X.
       01 WS-DC-LEGAJO           PIC X(7).
       01 WS-DC-DESDE            PIC 9(8).
       01 WS-DC-HASTA            PIC 9(8).
       01 WS-DC-EXCLUIR          PIC X(14) VALUE SPACES.
       01 WS-DC-RESULTADO        PIC X.
           88 DESCANSO-INSUFICIENTE  VALUE "R".
       01 WS-DC-CONFLICTO        PIC 9(8).
       01 WS-DC-MINUTOS          PIC 9(5).

       *>
       *> AGENDA DE RESERVAS: choferes ya comprometidos por otra
       *> reserva viva en una fecha. choferlibre solo mira
       *> alquileres, y sin esto dos reservas del mismo dia se
       *> llevarian al mismo chofer y una rebotaria en la
       *> conversion por doble reserva.
       *>
       01 WS-AGENDA-TABLA.
           03 WS-AGE-FILA OCCURS 3000 TIMES.
               05 WS-AGE-CHOFER    PIC X(7).
               05 WS-AGE-FECHA     PIC 9(8).
       01 WS-AGE-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-AGE-IND             PIC 9(4).
       01 WS-AGE-OCUPADO         PIC X.
           88 AGENDA-OCUPADA         VALUE "S".

       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           03 WS-CUR-MM          PIC 9(2).
           03 WS-CUR-DD          PIC 9(2).
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

       01 CANT-LEIDAS            PIC 9(7) VALUE ZEROES.
       01 CANT-ACEPTADAS         PIC 9(7) VALUE ZEROES.
       01 CANT-DUPLICADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-RECHAZADAS        PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-AGENDA-RESERVAS.
           PERFORM PROCESAR-RESERVAS-CANAL.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "RESERVAS RECIBIDAS: " CANT-LEIDAS.
           DISPLAY "ACEPTADAS: " CANT-ACEPTADAS.
           DISPLAY "DUPLICADAS: " CANT-DUPLICADAS.
           DISPLAY "RECHAZADAS: " CANT-RECHAZADAS.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESERVAS-ENTRADA.
           IF FS-ENTRADA <> "00"
               DISPLAY "NO HAY RESERVAS DE CANALES PARA PROCESAR, FS="
                   FS-ENTRADA
               STOP RUN
           END-IF.
           OPEN I-O RESERVAS-RND.
           IF NO-EXISTE-RESERVAS
               OPEN OUTPUT RESERVAS-RND
               CLOSE RESERVAS-RND
               OPEN I-O RESERVAS-RND
           END-IF.
           IF FS-RESERVAS <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS, FS=" FS-RESERVAS
               STOP RUN
           END-IF.
           OPEN I-O RESERVAS-CANAL-RND.
           IF NO-EXISTE-RES-CANAL
               OPEN OUTPUT RESERVAS-CANAL-RND
               CLOSE RESERVAS-CANAL-RND
               OPEN I-O RESERVAS-CANAL-RND
           END-IF.
           IF FS-RESERVAS-CANAL <> "00"
               DISPLAY "ERROR AL ABRIR RESERVAS DE CANALES, FS="
                   FS-RESERVAS-CANAL
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT TARIFAS-RND.
           IF FS-TARIFAS <> "00"
               DISPLAY "TARIFAS NO DISPONIBLES, NO SE PUEDEN "
                   "TOMAR RESERVAS, FS=" FS-TARIFAS
               STOP RUN
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES <> "00"
               DISPLAY "ERROR AL ABRIR CHOFERES, FS=" FS-CHOFERES
               STOP RUN
           END-IF.
           OPEN INPUT FERIADOS-RND.
           IF FS-FERIADOS = "00"
               MOVE "S" TO WS-FERIADOS-DISP
           ELSE
               MOVE "N" TO WS-FERIADOS-DISP
           END-IF.
           OPEN INPUT LIMITES-RND.
           IF FS-LIMITES = "00"
               MOVE "S" TO WS-LIMITES-DISP
           ELSE
               MOVE "N" TO WS-LIMITES-DISP
           END-IF.
           OPEN INPUT CONVENIOS-RND.
           OPEN INPUT INTEGRANTES-RND.
           IF FS-CONVENIOS = "00" AND FS-INTEGRANTES = "00"
               MOVE "S" TO WS-CONVENIOS-DISP
           ELSE
               MOVE "N" TO WS-CONVENIOS-DISP
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           ELSE
               MOVE "N" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT PAGOS-RND.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           ELSE
               MOVE "N" TO WS-PAGOS-DISP
           END-IF.
           OPEN I-O PROMOCIONES-RND.
           OPEN I-O PROMOS-RESERVAS-RND.
           IF NO-EXISTE-PROMOS-RES
               OPEN OUTPUT PROMOS-RESERVAS-RND
               CLOSE PROMOS-RESERVAS-RND
               OPEN I-O PROMOS-RESERVAS-RND
           END-IF.
           IF FS-PROMOCIONES = "00" AND FS-PROMOS-RES = "00"
               MOVE "S" TO WS-PROMOS-DISP
           ELSE
               MOVE "N" TO WS-PROMOS-DISP
           END-IF.
           OPEN OUTPUT ACUSES-CANALES.

       CERRAR-ARCHIVOS.
           CLOSE RESERVAS-ENTRADA.
           CLOSE RESERVAS-RND.
           CLOSE RESERVAS-CANAL-RND.
           CLOSE CLIENTES-RND.
           CLOSE TARIFAS-RND.
           CLOSE CHOFERES-RND.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.
           IF LIMITES-DISPONIBLES
               CLOSE LIMITES-RND
           END-IF.
           IF CONVENIOS-DISPONIBLES
               CLOSE CONVENIOS-RND
               CLOSE INTEGRANTES-RND
           END-IF.
           IF ALQUILERES-DISPON
               CLOSE ALQUILERES-RND
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-RND
           END-IF.
           IF PROMOS-DISPONIBLES
               CLOSE PROMOCIONES-RND
               CLOSE PROMOS-RESERVAS-RND
           END-IF.
           CLOSE ACUSES-CANALES.

       CARGAR-AGENDA-RESERVAS.
           MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND.
           START RESERVAS-RND KEY IS NOT LESS THAN
               RES-NUMERO OF REG-RESERVAS-RND
               INVALID KEY MOVE "10" TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS = "00"
               PERFORM LEER-RESERVA-AGENDA
               PERFORM AGENDAR-RESERVA-VIVA
                   UNTIL FS-RESERVAS <> "00"
           END-IF.
           MOVE "00" TO FS-RESERVAS.

       LEER-RESERVA-AGENDA.
           READ RESERVAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       AGENDAR-RESERVA-VIVA.
           IF (RES-PENDIENTE OF REG-RESERVAS-RND
               OR RES-CONFIRMADA OF REG-RESERVAS-RND)
              AND RES-FECHA OF REG-RESERVAS-RND >= WS-FECHA-HOY
              AND RES-CHOFER OF REG-RESERVAS-RND NOT = SPACES
               MOVE RES-CHOFER OF REG-RESERVAS-RND TO WS-CHOFER
               MOVE RES-FECHA OF REG-RESERVAS-RND TO
                   WS-FECHA-CONSULTA
               PERFORM AGREGAR-A-AGENDA
           END-IF.
           PERFORM LEER-RESERVA-AGENDA.

       AGREGAR-A-AGENDA.
           IF WS-AGE-USADAS < 3000
               ADD 1 TO WS-AGE-USADAS
               MOVE WS-CHOFER TO WS-AGE-CHOFER (WS-AGE-USADAS)
               MOVE WS-FECHA-CONSULTA TO
                   WS-AGE-FECHA (WS-AGE-USADAS)
           END-IF.

       PROCESAR-RESERVAS-CANAL.
           READ RESERVAS-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.
           PERFORM TRATAR-RESERVA-CANAL UNTIL EOF-ENTRADA.

       *>
       *> una referencia de canal ya registrada no vuelve a grabar
       *> nada: se le reenvia el acuse con el numero original. Las
       *> rechazadas no quedan registradas, asi el canal puede
       *> corregir y reenviar con la misma referencia.
       *>
       TRATAR-RESERVA-CANAL.
           ADD 1 TO CANT-LEIDAS.
           MOVE RCE-CANAL TO ACR-CANAL.
           MOVE RCE-REFERENCIA TO ACR-REFERENCIA.
           MOVE SPACES TO ACR-RES-NUMERO.
           MOVE ZEROES TO ACR-IMPORTE.
           MOVE SPACES TO ACR-MOTIVO.
           MOVE RCE-CANAL TO RCN-CANAL OF REG-RESERVAS-CANAL.
           MOVE RCE-REFERENCIA TO RCN-REFERENCIA OF REG-RESERVAS-CANAL.
           READ RESERVAS-CANAL-RND
               INVALID KEY
                   PERFORM VALIDAR-RESERVA-CANAL
                   IF RESERVA-ES-VALIDA
                       PERFORM GRABAR-RESERVA-CANAL
                   END-IF
                   IF RESERVA-ES-VALIDA
                       MOVE "A" TO ACR-RESULTADO
                       MOVE WS-NUMERO TO ACR-RES-NUMERO
                       MOVE WS-IMPORTE TO ACR-IMPORTE
                       ADD 1 TO CANT-ACEPTADAS
                   ELSE
                       MOVE "R" TO ACR-RESULTADO
                       MOVE WS-MOTIVO TO ACR-MOTIVO
                       ADD 1 TO CANT-RECHAZADAS
                   END-IF
               NOT INVALID KEY
                   MOVE "D" TO ACR-RESULTADO
                   MOVE RCN-RES-NUMERO OF REG-RESERVAS-CANAL TO
                       ACR-RES-NUMERO
                   MOVE "REFERENCIA YA RECIBIDA" TO ACR-MOTIVO
                   PERFORM IMPORTE-RESERVA-ORIGINAL
                   ADD 1 TO CANT-DUPLICADAS
           END-READ.
           WRITE REG-ACUSE.
           READ RESERVAS-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.

       IMPORTE-RESERVA-ORIGINAL.
           MOVE RCN-RES-NUMERO OF REG-RESERVAS-CANAL TO
               RES-NUMERO OF REG-RESERVAS-RND.
           READ RESERVAS-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RES-IMPORTE OF REG-RESERVAS-RND TO
                       ACR-IMPORTE
           END-READ.

       *>
       *> EL MISMO CONTROL QUE EL MOSTRADOR, SIN SUPERVISOR: cliente
       *> existente y al dia, tarifa vigente, promocion valida y
       *> limite de credito. En el mostrador una promocion invalida
       *> se ignora y el limite se puede autorizar; aca nadie puede
       *> firmar y el cliente ya vio el precio con descuento, asi
       *> que las dos cosas rechazan la reserva.
       *>
       VALIDAR-RESERVA-CANAL.
           MOVE "S" TO WS-RESERVA-VALIDA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-CON-PROMOCION.
           MOVE ZEROES TO WS-DESCUENTO-PROMO.
           IF RCE-FECHA NOT NUMERIC OR RCE-FECHA < WS-FECHA-HOY
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "FECHA INVALIDA O PASADA" TO WS-MOTIVO
           ELSE IF RCE-SUCURSAL NOT NUMERIC
                   OR RCE-SUCURSAL = "00"
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "SUCURSAL INVALIDA" TO WS-MOTIVO
           ELSE IF RCE-CATEGORIA = SPACES
                   OR (RCE-TURNO NOT = "M" AND RCE-TURNO NOT = "T"
                       AND RCE-TURNO NOT = "N")
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "CATEGORIA O TURNO INVALIDO" TO WS-MOTIVO
           ELSE IF RCE-IMPORTE NOT NUMERIC
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "IMPORTE INVALIDO" TO WS-MOTIVO
           ELSE
               MOVE RCE-NRO-DOC TO WS-NRO-DOC
               MOVE RCE-CATEGORIA TO WS-CATEGORIA
               MOVE RCE-TURNO TO WS-TURNO
               MOVE RCE-FECHA TO WS-FECHA-CONSULTA
               PERFORM VALIDAR-CLIENTE-CANAL
           END-IF
           END-IF
           END-IF
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM VERIFICAR-DISPONIBILIDAD-CANAL
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM TARIFAR-RESERVA-CANAL
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM VALIDAR-PROMOCION-CANAL
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM CONTROLAR-IMPORTE-CANAL
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM VALIDAR-LIMITE-CANAL
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM ASIGNAR-CHOFER-CANAL
           END-IF.

       VALIDAR-CLIENTE-CANAL.
           MOVE WS-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY
                   MOVE "N" TO WS-RESERVA-VALIDA
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CLI-ESTADO-PAGO OF REG-CLIENTES-RND = "S"
                       MOVE "N" TO WS-RESERVA-VALIDA
                       MOVE "CLIENTE MOROSO" TO WS-MOTIVO
                   END-IF
           END-READ.

       *>
       *> DISPONIBILIDAD: como en el mostrador, tiene que quedar un
       *> vehiculo libre de la categoria para la fecha. Si no hay, la
       *> reserva se rechaza y el pedido queda en el registro de
       *> demanda perdida con la sucursal y el turno del canal.
       *>
       VERIFICAR-DISPONIBILIDAD-CANAL.
           MOVE SPACES TO WS-DP-MOTIVO.
           MOVE WS-FECHA-CONSULTA TO WS-VL-HASTA.
           CALL "vehiculolibre" USING WS-CATEGORIA, WS-PATENTE,
               WS-FECHA-CONSULTA, WS-VL-HASTA, WS-VL-RESULTADO,
               WS-VL-LIBRES.
           EVALUATE WS-VL-RESULTADO
               WHEN "T"
                   MOVE "TA" TO WS-DP-MOTIVO
                   MOVE "CATEGORIA EN TALLER EN LA FECHA" TO WS-MOTIVO
               WHEN "O"
                   MOVE "SV" TO WS-DP-MOTIVO
                   MOVE "SIN VEHICULO LIBRE EN LA FECHA" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DP-MOTIVO NOT = SPACES
               MOVE "N" TO WS-RESERVA-VALIDA
               CALL "demandaperdida" USING WS-DP-PROGRAMA,
                   RCE-SUCURSAL, WS-CATEGORIA, RCE-TURNO,
                   WS-FECHA-CONSULTA, WS-VL-HASTA, WS-DP-MOTIVO
           END-IF.

       *>
       *> el precio es la diaria vigente del turno, con el recargo
       *> de fin de semana o feriado si el dia lo tiene: lo mismo
       *> que publica PUBLICACION-DISPONIBILIDAD.
       *>
       TARIFAR-RESERVA-CANAL.
           PERFORM BUSCAR-TARIFA-VIGENTE.
           IF TARIFA-HALLADA
               MOVE WS-FECHA-CONSULTA TO WS-FECHA-CURSOR
               MOVE ZEROES TO WS-DIAS-RECARGO
               PERFORM DETERMINAR-RECARGO-DIA
               COMPUTE WS-PRECIO-TARIFA ROUNDED =
                   WS-TARIFA-DIARIA-VIG
                   + WS-TARIFA-DIARIA-VIG * WS-DIAS-RECARGO
                   * WS-RECARGO-FDS / 100
           ELSE
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "SIN TARIFA VIGENTE PARA CATEGORIA Y TURNO"
                   TO WS-MOTIVO
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

       VALIDAR-PROMOCION-CANAL.
           IF RCE-PROMOCION NOT = SPACES
               IF NOT PROMOS-DISPONIBLES
                   MOVE "N" TO WS-RESERVA-VALIDA
                   MOVE "PROMOCIONES NO DISPONIBLES" TO WS-MOTIVO
               ELSE
                   MOVE RCE-PROMOCION TO PRM-CODIGO OF REG-PROMOCIONES
                   READ PROMOCIONES-RND
                       INVALID KEY
                           MOVE "N" TO WS-RESERVA-VALIDA
                           MOVE "PROMOCION INEXISTENTE" TO WS-MOTIVO
                       NOT INVALID KEY
                           PERFORM CONTROLAR-PROMOCION-CANAL
                   END-READ
               END-IF
           END-IF.

       CONTROLAR-PROMOCION-CANAL.
           IF WS-FECHA-CONSULTA < PRM-DESDE OF REG-PROMOCIONES
              OR WS-FECHA-CONSULTA > PRM-HASTA OF REG-PROMOCIONES
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "PROMOCION FUERA DE VIGENCIA" TO WS-MOTIVO
           ELSE
           IF PRM-CATEGORIA OF REG-PROMOCIONES NOT = SPACES
              AND PRM-CATEGORIA OF REG-PROMOCIONES NOT =
                  WS-CATEGORIA
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "PROMOCION DE OTRA CATEGORIA" TO WS-MOTIVO
           ELSE
           IF PRM-TURNO OF REG-PROMOCIONES NOT = SPACES
              AND PRM-TURNO OF REG-PROMOCIONES NOT = WS-TURNO
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "PROMOCION DE OTRO TURNO" TO WS-MOTIVO
           ELSE
           IF PRM-MAX-USOS OF REG-PROMOCIONES > ZEROES
              AND PRM-USOS OF REG-PROMOCIONES >=
                  PRM-MAX-USOS OF REG-PROMOCIONES
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "PROMOCION AGOTADA" TO WS-MOTIVO
           ELSE
               MOVE "S" TO WS-CON-PROMOCION
               IF PROMO-PORCENTAJE
                   COMPUTE WS-DESCUENTO-PROMO ROUNDED =
                       WS-PRECIO-TARIFA * PRM-VALOR OF REG-PROMOCIONES
                       / 100
               ELSE
                   MOVE PRM-VALOR OF REG-PROMOCIONES TO
                       WS-DESCUENTO-PROMO
               END-IF
               IF WS-DESCUENTO-PROMO > WS-PRECIO-TARIFA
                   MOVE WS-PRECIO-TARIFA TO WS-DESCUENTO-PROMO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       *>
       *> el importe de la reserva queda ya descontado, como pide
       *> la conversion; si el canal informa lo que cobro y no
       *> coincide, la reserva no se toma para no honrar un precio
       *> distinto al publicado.
       *>
       CONTROLAR-IMPORTE-CANAL.
           COMPUTE WS-IMPORTE =
               WS-PRECIO-TARIFA - WS-DESCUENTO-PROMO.
           IF RCE-IMPORTE > ZEROES AND RCE-IMPORTE NOT = WS-IMPORTE
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "IMPORTE DISTINTO AL DE TARIFA" TO WS-MOTIVO
           END-IF.

       VALIDAR-LIMITE-CANAL.
           IF LIMITES-DISPONIBLES AND ALQUILERES-DISPON
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   LIM-CLI-NUMERO OF REG-LIMITES
               READ LIMITES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CONTROLAR-EXPOSICION-CANAL
               END-READ
           END-IF.

       *>
       *> los alquileres del integrante de un convenio activo se
       *> facturan consolidados al titular, no a el: no cuentan
       *> como exposicion propia contra su limite.
       *>
       CONTROLAR-EXPOSICION-CANAL.
           PERFORM VERIFICAR-MIEMBRO-EXPOSICION.
           IF WS-ES-MIEMBRO-CONV = "S"
               MOVE ZEROES TO WS-CARGOS-VIVOS
           ELSE
               PERFORM SUMAR-CARGOS-VIVOS-RES
           END-IF.
           PERFORM SUMAR-PAGOS-DEL-DOC-RES.
           COMPUTE WS-EXPOSICION = WS-CARGOS-VIVOS
               - WS-PAGOS-CLIENTE + WS-IMPORTE.
           IF WS-EXPOSICION > LIM-LIMITE OF REG-LIMITES
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-MOTIVO
           END-IF.

       VERIFICAR-MIEMBRO-EXPOSICION.
           MOVE "N" TO WS-ES-MIEMBRO-CONV.
           IF CONVENIOS-DISPONIBLES
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   INT-CLI-NUMERO OF REG-INTEGRANTES
               READ INTEGRANTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INT-CONVENIO OF REG-INTEGRANTES TO
                           CNV-NUMERO OF REG-CONVENIOS
                       READ CONVENIOS-RND
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CONVENIO-ACTIVO
                                   MOVE "S" TO WS-ES-MIEMBRO-CONV
                               END-IF
                       END-READ
               END-READ
           END-IF.

       SUMAR-CARGOS-VIVOS-RES.
           MOVE ZEROES TO WS-CARGOS-VIVOS.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-RND KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF FS-ALQUILERES = "00"
               PERFORM LEER-ALQ-EXPOSICION
               PERFORM SUMAR-ALQ-EXPOSICION
                   UNTIL FS-ALQUILERES <> "00"
           END-IF.
           MOVE "00" TO FS-ALQUILERES.

       LEER-ALQ-EXPOSICION.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       SUMAR-ALQ-EXPOSICION.
           IF ALQ-NRO-DOC OF REG-ALQUILERES-RND = WS-NRO-DOC
              AND ALQ-ESTADO OF REG-ALQUILERES-RND NOT = "X"
               ADD ALQ-TOTAL OF REG-ALQUILERES-RND TO
                   WS-CARGOS-VIVOS
           END-IF.
           PERFORM LEER-ALQ-EXPOSICION.

       SUMAR-PAGOS-DEL-DOC-RES.
           MOVE ZEROES TO WS-PAGOS-CLIENTE.
           IF PAGOS-DISPONIBLES
               MOVE WS-NRO-DOC TO PAG-NRO-DOC OF REG-PAGOS-RND
               START PAGOS-RND KEY IS EQUAL TO
                   PAG-NRO-DOC OF REG-PAGOS-RND
                   INVALID KEY MOVE "10" TO FS-PAGOS
               END-START
               IF FS-PAGOS = "00"
                   PERFORM LEER-PAGO-EXPOSICION
                   PERFORM SUMAR-PAGO-EXPOSICION
                       UNTIL FS-PAGOS <> "00"
                       OR PAG-NRO-DOC OF REG-PAGOS-RND <>
                          WS-NRO-DOC
               END-IF
               MOVE "00" TO FS-PAGOS
           END-IF.

       LEER-PAGO-EXPOSICION.
           READ PAGOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       SUMAR-PAGO-EXPOSICION.
           ADD PAG-IMPORTE OF REG-PAGOS-RND TO WS-PAGOS-CLIENTE.
           PERFORM LEER-PAGO-EXPOSICION.

       *>
       *> CHOFER DE LA RESERVA: el canal no conoce legajos. Se toma
       *> el primer chofer de la sucursal pedida cuya ventana cubre
       *> la fecha con el turno pedido, que choferlibre da por
       *> disponible, que cumple el descanso minimo y que no tiene
       *> ya otra reserva ese dia.
       *>
       ASIGNAR-CHOFER-CANAL.
           MOVE "N" TO WS-CHOFER-ASIGNADO.
           MOVE SPACES TO WS-CHOFER.
           MOVE LOW-VALUES TO CHO-CLAVE OF REG-CHOFERES-RND.
           START CHOFERES-RND KEY IS NOT LESS THAN
               CHO-CLAVE OF REG-CHOFERES-RND
               INVALID KEY MOVE "10" TO FS-CHOFERES
           END-START.
           IF FS-CHOFERES = "00"
               PERFORM LEER-CHOFER
               PERFORM EXAMINAR-CHOFER
                   UNTIL FS-CHOFERES <> "00"
                   OR CHOFER-ASIGNADO
           END-IF.
           MOVE "00" TO FS-CHOFERES.
           IF NOT CHOFER-ASIGNADO
               MOVE "N" TO WS-RESERVA-VALIDA
               MOVE "SIN CHOFER DISPONIBLE EN EL TURNO" TO WS-MOTIVO
           END-IF.

       LEER-CHOFER.
           READ CHOFERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-CHOFERES
           END-READ.

       EXAMINAR-CHOFER.
           IF CHO-SUCURSAL OF REG-CHOFERES-RND = RCE-SUCURSAL
              AND CHO-TURNO OF REG-CHOFERES-RND = WS-TURNO
              AND CHO-FECHA-DESDE OF REG-CHOFERES-RND <=
                  WS-FECHA-CONSULTA
              AND CHO-FECHA-HASTA OF REG-CHOFERES-RND >=
                  WS-FECHA-CONSULTA
               MOVE CHO-NRO-LEGAJO OF REG-CHOFERES-RND TO WS-CHOFER
               PERFORM BUSCAR-EN-AGENDA
               IF NOT AGENDA-OCUPADA
                   PERFORM CONSULTAR-CHOFER-LIBRE
               END-IF
           END-IF.
           IF NOT CHOFER-ASIGNADO
               PERFORM LEER-CHOFER
           END-IF.

       BUSCAR-EN-AGENDA.
           MOVE "N" TO WS-AGE-OCUPADO.
           PERFORM COMPARAR-AGENDA
               VARYING WS-AGE-IND FROM 1 BY 1
               UNTIL WS-AGE-IND > WS-AGE-USADAS
               OR AGENDA-OCUPADA.

       COMPARAR-AGENDA.
           IF WS-AGE-CHOFER (WS-AGE-IND) = WS-CHOFER
              AND WS-AGE-FECHA (WS-AGE-IND) = WS-FECHA-CONSULTA
               MOVE "S" TO WS-AGE-OCUPADO
           END-IF.

       CONSULTAR-CHOFER-LIBRE.
           MOVE WS-CHOFER TO WS-CL-LEGAJO.
           MOVE WS-FECHA-CONSULTA TO WS-CL-FECHA.
           MOVE WS-TURNO TO WS-CL-TURNO.
           CALL "choferlibre" USING WS-CL-LEGAJO, WS-CL-FECHA,
               WS-CL-TURNO, WS-CL-EXCLUIR, WS-CL-RESULTADO.
           IF WS-CL-RESULTADO = "D"
               MOVE WS-CHOFER TO WS-DC-LEGAJO
               MOVE WS-FECHA-CONSULTA TO WS-DC-DESDE
               MOVE WS-FECHA-CONSULTA TO WS-DC-HASTA
               CALL "descansochofer" USING WS-DC-LEGAJO,
                   WS-DC-DESDE, WS-DC-HASTA, WS-DC-EXCLUIR,
                   WS-DC-RESULTADO, WS-DC-CONFLICTO, WS-DC-MINUTOS
               IF NOT DESCANSO-INSUFICIENTE
                   MOVE "S" TO WS-CHOFER-ASIGNADO
               END-IF
           END-IF.

       GRABAR-RESERVA-CANAL.
           PERFORM OBTENER-NUMERO-CANAL.
           MOVE "W" TO WS-NUM-PREFIJO.
           MOVE WS-NUMERO-CANAL TO WS-NUM-SECUENCIA.
           MOVE WS-NUMERO TO RES-NUMERO OF REG-RESERVAS-RND.
           MOVE RCE-TIPO-DOC TO RES-TIPO-DOC OF REG-RESERVAS-RND.
           MOVE RCE-NRO-DOC TO RES-NRO-DOC OF REG-RESERVAS-RND.
           MOVE SPACES TO RES-PATENTE OF REG-RESERVAS-RND.
           MOVE WS-CATEGORIA TO RES-CATEGORIA OF REG-RESERVAS-RND.
           MOVE WS-CHOFER TO RES-CHOFER OF REG-RESERVAS-RND.
           MOVE WS-FECHA-CONSULTA TO RES-FECHA OF REG-RESERVAS-RND.
           MOVE WS-IMPORTE TO RES-IMPORTE OF REG-RESERVAS-RND.
           MOVE "P" TO RES-ESTADO OF REG-RESERVAS-RND.
           WRITE REG-RESERVAS-RND
               INVALID KEY
                   MOVE "N" TO WS-RESERVA-VALIDA
                   MOVE "NUMERO DE RESERVA YA EXISTENTE" TO WS-MOTIVO
                   DISPLAY "RESERVA " WS-NUMERO " YA EXISTE: "
                       "REVISAR controlReservasCanales.txt"
               NOT INVALID KEY
                   PERFORM AGREGAR-A-AGENDA
                   IF CON-PROMOCION
                       PERFORM ESTAMPAR-PROMOCION-CANAL
                   END-IF
                   PERFORM REGISTRAR-REFERENCIA-CANAL
           END-WRITE.

       ESTAMPAR-PROMOCION-CANAL.
           MOVE WS-NUMERO TO
               PRR-RES-NUMERO OF REG-PROMOS-RESERVAS.
           MOVE RCE-PROMOCION TO
               PRR-CODIGO OF REG-PROMOS-RESERVAS.
           MOVE WS-DESCUENTO-PROMO TO
               PRR-DESCUENTO OF REG-PROMOS-RESERVAS.
           WRITE REG-PROMOS-RESERVAS
               INVALID KEY
                   REWRITE REG-PROMOS-RESERVAS
                   END-REWRITE
           END-WRITE.
           ADD 1 TO PRM-USOS OF REG-PROMOCIONES.
           REWRITE REG-PROMOCIONES
               INVALID KEY
                   DISPLAY "ERROR AL CONSUMIR USO DE LA PROMOCION "
                       RCE-PROMOCION
           END-REWRITE.

       REGISTRAR-REFERENCIA-CANAL.
           MOVE RCE-CANAL TO RCN-CANAL OF REG-RESERVAS-CANAL.
           MOVE RCE-REFERENCIA TO RCN-REFERENCIA OF REG-RESERVAS-CANAL.
           MOVE WS-NUMERO TO RCN-RES-NUMERO OF REG-RESERVAS-CANAL.
           MOVE RCE-SUCURSAL TO RCN-SUCURSAL OF REG-RESERVAS-CANAL.
           MOVE WS-TURNO TO RCN-TURNO OF REG-RESERVAS-CANAL.
           MOVE WS-FECHA-HOY TO RCN-FECHA-ALTA OF REG-RESERVAS-CANAL.
           MOVE RCE-IMPORTE TO
               RCN-IMPORTE-CANAL OF REG-RESERVAS-CANAL.
           WRITE REG-RESERVAS-CANAL
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LA REFERENCIA "
                       RCE-CANAL " " RCE-REFERENCIA
                       ", FS=" FS-RESERVAS-CANAL
           END-WRITE.

       *>
       *> TALONARIO PROPIO: el proximo numero vive en
       *> controlReservasCanales.txt, igual que controlPuntos.txt
       *> para los movimientos de puntos.
       *>
       OBTENER-NUMERO-CANAL.
           OPEN INPUT CONTROL-CANALES.
           IF FS-CONTROL-CANALES = "00"
               READ CONTROL-CANALES
                   AT END MOVE 1 TO CTC-PROXIMO-NUMERO
               END-READ
               MOVE CTC-PROXIMO-NUMERO TO WS-NUMERO-CANAL
               CLOSE CONTROL-CANALES
           ELSE
               MOVE 1 TO WS-NUMERO-CANAL
           END-IF.
           OPEN OUTPUT CONTROL-CANALES.
           COMPUTE CTC-PROXIMO-NUMERO = WS-NUMERO-CANAL + 1.
           WRITE REG-CONTROL-CANALES.
           CLOSE CONTROL-CANALES.

       CARGAR-PARAMETROS.
           MOVE "RECARGO-FDS" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-RECARGO-FDS
           END-IF.
