       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACCION-ADHOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TARJETAS
           ASSIGN TO DISK "Entrada/tarjetasExtraccion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARJETAS.

       SELECT EXTRACCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/extracciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEX-NOMBRE OF REG-EXTRACCIONES
           FILE STATUS IS FS-EXTRACCIONES.

       SELECT ALQUILERES-DYN
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT FACTURAS-DYN
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT CLIENTES-DYN
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT PAGOS-DYN
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-RND
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-RND
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT RESERVAS-DYN
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT VEHICULOS-RND
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT CONTRATOS-RND
           ASSIGN TO DISK "Entrada/indexados/contratos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTR-CLAVE OF REG-CONTRATOS
           FILE STATUS IS FS-CONTRATOS.

       SELECT EXTRACCION
           ASSIGN TO DISK WS-RUTA-EXTRACCION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRACCION.

       SELECT BITACORA-EXTRACCIONES
           ASSIGN TO DISK "Salida/bitacoraExtracciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> TARJETA DE SELECCION: palabra clave en las primeras diez
       *> columnas y valor a continuacion. FUENTE, DESDE, HASTA,
       *> SUCURSAL, ESTADO, CATEGORIA, DOCUMENTO, CONVENIO (S con
       *> descuento de convenio, N sin el) y una tarjeta CAMPO por
       *> columna a extraer, en el orden de salida. Las que empiezan
       *> con "*" son comentario.
       *>
       FD TARJETAS
           LABEL RECORD IS STANDARD.
       01 REG-TARJETA.
           03 TAR-CLAVE        PIC X(10).
           03 TAR-VALOR        PIC X(40).
           03 FILLER           PIC X(30).

       FD EXTRACCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-EXTRACCIONES.
           03 TEX-NOMBRE       PIC X(12).
           03 TEX-FUENTE       PIC X(10).
           03 TEX-DESDE        PIC 9(8).
           03 TEX-HASTA        PIC 9(8).
           03 TEX-SUCURSAL     PIC X(2).
           03 TEX-ESTADO       PIC X.
           03 TEX-CATEGORIA    PIC X(2).
           03 TEX-NRO-DOC      PIC X(20).
           03 TEX-CONVENIO     PIC X.
           03 TEX-CANT-CAMPOS  PIC 99.
           03 TEX-CAMPO        PIC X(12) OCCURS 20 TIMES.
           03 TEX-GUARDADA     PIC 9(8).
           03 TEX-OPERADOR     PIC X(20).
           03 TEX-ULT-CORRIDA  PIC 9(8).
           03 TEX-ULT-LEIDOS   PIC 9(7).
           03 TEX-ULT-SELEC    PIC 9(7).

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

       FD FACTURAS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-RND.
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

       FD PAGOS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-RND.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

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

       FD CONTRATOS-RND
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

       FD EXTRACCION
           LABEL RECORD IS STANDARD.
       01 LINEA-EXTRACCION       PIC X(900).

       FD BITACORA-EXTRACCIONES
           LABEL RECORD IS STANDARD.
       01 LINEA-BITACORA         PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-TARJETAS            PIC XX.
           88 EOF-TARJETAS           VALUE "10".
       01 FS-EXTRACCIONES        PIC XX.
           88 NO-EXISTE-EXTRACCIONES VALUE "35".
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-CLIENTES            PIC XX.
           88 EOF-CLIENTES           VALUE "10".
       01 WS-CLIENTES-DISP       PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES   VALUE "S".
       01 FS-PAGOS               PIC XX.
           88 EOF-PAGOS              VALUE "10".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 FS-VEHICULOS           PIC XX.
       01 WS-VEHICULOS-DISP      PIC X VALUE "N".
           88 VEHICULOS-DISPONIBLES  VALUE "S".
       01 FS-CONTRATOS           PIC XX.
       01 WS-CONTRATOS-DISP      PIC X VALUE "N".
           88 CONTRATOS-DISPONIBLES  VALUE "S".
       01 FS-EXTRACCION          PIC XX.
       01 FS-BITACORA            PIC XX.
       01 WS-RUTA-EXTRACCION     PIC X(60).

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "EXTRACCION-ADHOC".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "EXTRACCION-ADHOC".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "EXTRACCION".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-HORA                PIC 9(8).
       01 WS-OPERADOR            PIC X(20).
       01 WS-NOMBRE              PIC X(12).
       01 WS-ORIGEN              PIC X.
           88 ORIGEN-TARJETAS        VALUE "T".
           88 ORIGEN-GUARDADA        VALUE "G".

       *>
       *> DICCIONARIO DE CAMPOS: fuente (A alquileres, F facturas,
       *> C clientes, P pagos, R reservas), nombre de la tarjeta y
       *> tipo de salida (T texto, N numero entero o fecha
       *> AAAAMMDD, I importe con dos decimales). CLIENTE, MARCA,
       *> MODELO, CATEGORIA y DTO-CONVENIO salen del cliente, del
       *> vehiculo o del contrato del alquiler.
       *>
       01 WS-DICCIONARIO.
           03 FILLER PIC X(14) VALUE "APATENTE     T".
           03 FILLER PIC X(14) VALUE "AFECHA       N".
           03 FILLER PIC X(14) VALUE "AFECHA-HASTA N".
           03 FILLER PIC X(14) VALUE "ATIPO-DOC    T".
           03 FILLER PIC X(14) VALUE "ANRO-DOC     T".
           03 FILLER PIC X(14) VALUE "AIMPORTE     I".
           03 FILLER PIC X(14) VALUE "AIMPUESTO    I".
           03 FILLER PIC X(14) VALUE "ATOTAL       I".
           03 FILLER PIC X(14) VALUE "ACHOFER      T".
           03 FILLER PIC X(14) VALUE "AESTADO      T".
           03 FILLER PIC X(14) VALUE "AKM-SALIDA   N".
           03 FILLER PIC X(14) VALUE "AKM-REGRESO  N".
           03 FILLER PIC X(14) VALUE "ASUCURSAL    T".
           03 FILLER PIC X(14) VALUE "ACLI-NUMERO  T".
           03 FILLER PIC X(14) VALUE "ACLIENTE     T".
           03 FILLER PIC X(14) VALUE "AMARCA       T".
           03 FILLER PIC X(14) VALUE "AMODELO      T".
           03 FILLER PIC X(14) VALUE "ACATEGORIA   T".
           03 FILLER PIC X(14) VALUE "ADTO-CONVENIOI".
           03 FILLER PIC X(14) VALUE "FNUMERO      N".
           03 FILLER PIC X(14) VALUE "FFECHA       N".
           03 FILLER PIC X(14) VALUE "FTIPO        T".
           03 FILLER PIC X(14) VALUE "FTIPO-DOC    T".
           03 FILLER PIC X(14) VALUE "FNRO-DOC     T".
           03 FILLER PIC X(14) VALUE "FCLI-NUMERO  T".
           03 FILLER PIC X(14) VALUE "FCLIENTE     T".
           03 FILLER PIC X(14) VALUE "FPATENTE     T".
           03 FILLER PIC X(14) VALUE "FFECHA-ALQ   N".
           03 FILLER PIC X(14) VALUE "FNETO        I".
           03 FILLER PIC X(14) VALUE "FIVA         I".
           03 FILLER PIC X(14) VALUE "FTOTAL       I".
           03 FILLER PIC X(14) VALUE "FORIGEN      N".
           03 FILLER PIC X(14) VALUE "FSUCURSAL    T".
           03 FILLER PIC X(14) VALUE "FMARCA       T".
           03 FILLER PIC X(14) VALUE "FMODELO      T".
           03 FILLER PIC X(14) VALUE "FCATEGORIA   T".
           03 FILLER PIC X(14) VALUE "FDTO-CONVENIOI".
           03 FILLER PIC X(14) VALUE "CNUMERO      T".
           03 FILLER PIC X(14) VALUE "CALTA        N".
           03 FILLER PIC X(14) VALUE "CNOMBRE      T".
           03 FILLER PIC X(14) VALUE "CTELEFONO    T".
           03 FILLER PIC X(14) VALUE "CDIRECCION   T".
           03 FILLER PIC X(14) VALUE "CNRO-DOC     T".
           03 FILLER PIC X(14) VALUE "CESTADO-PAGO T".
           03 FILLER PIC X(14) VALUE "PRECIBO      T".
           03 FILLER PIC X(14) VALUE "PNRO-DOC     T".
           03 FILLER PIC X(14) VALUE "PFECHA       N".
           03 FILLER PIC X(14) VALUE "PIMPORTE     I".
           03 FILLER PIC X(14) VALUE "PMEDIO       T".
           03 FILLER PIC X(14) VALUE "PCLI-NUMERO  T".
           03 FILLER PIC X(14) VALUE "PCLIENTE     T".
           03 FILLER PIC X(14) VALUE "RNUMERO      T".
           03 FILLER PIC X(14) VALUE "RTIPO-DOC    T".
           03 FILLER PIC X(14) VALUE "RNRO-DOC     T".
           03 FILLER PIC X(14) VALUE "RPATENTE     T".
           03 FILLER PIC X(14) VALUE "RCATEGORIA   T".
           03 FILLER PIC X(14) VALUE "RCHOFER      T".
           03 FILLER PIC X(14) VALUE "RFECHA       N".
           03 FILLER PIC X(14) VALUE "RIMPORTE     I".
           03 FILLER PIC X(14) VALUE "RESTADO      T".
           03 FILLER PIC X(14) VALUE "RCLI-NUMERO  T".
           03 FILLER PIC X(14) VALUE "RCLIENTE     T".
           03 FILLER PIC X(14) VALUE "RMARCA       T".
           03 FILLER PIC X(14) VALUE "RMODELO      T".
       01 WS-DICCIONARIO-RED REDEFINES WS-DICCIONARIO.
           03 WS-DIC-FILA OCCURS 64 TIMES.
               05 WS-DIC-FUENTE    PIC X.
               05 WS-DIC-CAMPO     PIC X(12).
               05 WS-DIC-TIPO      PIC X.
       01 WS-DIC-CANTIDAD        PIC 99 VALUE 64.
       01 WS-DIC-IND             PIC 99.

       01 WS-FUENTE-COD          PIC X.
           88 FUENTE-ALQUILERES      VALUE "A".
           88 FUENTE-FACTURAS        VALUE "F".
           88 FUENTE-CLIENTES        VALUE "C".
           88 FUENTE-PAGOS           VALUE "P".
           88 FUENTE-RESERVAS        VALUE "R".
       01 WS-TIPOS-CAMPO.
           03 WS-CAMPO-TIPO      PIC X OCCURS 20 TIMES.
       01 WS-CAMPO-IND           PIC 99.
       01 WS-CANT-TARJETAS       PIC 9(4) VALUE ZEROES.
       01 WS-CANT-ERRORES        PIC 9(4) VALUE ZEROES.

       01 WS-NECESITA-CLIENTE    PIC X VALUE "N".
       01 WS-NECESITA-VEHICULO   PIC X VALUE "N".
       01 WS-NECESITA-CONTRATO   PIC X VALUE "N".
       01 WS-NECESITA-ALQUILER   PIC X VALUE "N".

       *>
       *> valores del registro en curso comunes a todas las fuentes,
       *> sobre los que se aplican los filtros de la tarjeta.
       *>
       01 WS-V-FECHA             PIC 9(8).
       01 WS-V-SUCURSAL          PIC X(2).
       01 WS-V-ESTADO            PIC X.
       01 WS-V-CATEGORIA         PIC X(2).
       01 WS-V-NRO-DOC           PIC X(20).
       01 WS-V-PATENTE           PIC X(6).
       01 WS-V-FECHA-ALQ         PIC 9(8).
       01 WS-V-DTO-CONVENIO      PIC 9(7)V99.
       01 WS-V-MARCA             PIC X(15).
       01 WS-V-MODELO            PIC X(15).
       01 WS-V-CLI-NUMERO        PIC X(8).
       01 WS-V-CLIENTE           PIC X(30).
       01 WS-PASA                PIC X.

       01 WS-VAL-TIPO            PIC X.
       01 WS-VAL-TEXTO           PIC X(40).
       01 WS-VAL-ENTERO          PIC 9(9).
       01 WS-VAL-IMPORTE         PIC S9(11)V99.
       01 WS-ED-ENTERO           PIC Z(8)9.
       01 WS-ED-IMPORTE          PIC -(11)9.99.
       01 WS-LARGO               PIC 99.
       01 WS-BLANCOS             PIC 99.
       01 WS-PUNTERO             PIC 9(4).

       01 CANT-LEIDOS            PIC 9(7) VALUE ZEROES.
       01 CANT-SELECCIONADOS     PIC 9(7) VALUE ZEROES.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
               ON EXCEPTION
                   MOVE "SIN-FIRMA" TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "SIN-FIRMA" TO WS-OPERADOR
           END-IF.
           DISPLAY "NOMBRE DE LA EXTRACCION: ".
           ACCEPT WS-NOMBRE.
           IF WS-NOMBRE = SPACES
               DISPLAY "FALTA EL NOMBRE DE LA EXTRACCION"
               STOP RUN
           END-IF.
           DISPLAY "ORIGEN (T=TARJETAS NUEVAS, "
               "G=EXTRACCION GUARDADA): ".
           ACCEPT WS-ORIGEN.
           IF WS-ORIGEN = "t"
               MOVE "T" TO WS-ORIGEN
           END-IF.
           IF WS-ORIGEN = "g"
               MOVE "G" TO WS-ORIGEN
           END-IF.
           IF NOT ORIGEN-TARJETAS AND NOT ORIGEN-GUARDADA
               DISPLAY "ORIGEN INVALIDO"
               STOP RUN
           END-IF.
           PERFORM ABRIR-CATALOGO.
           IF ORIGEN-TARJETAS
               PERFORM LEER-TARJETAS
           ELSE
               PERFORM LEER-GUARDADA
           END-IF.
           PERFORM VALIDAR-SELECCION.
           IF WS-CANT-ERRORES > ZEROES
               DISPLAY "EXTRACCION NO REALIZADA, ERRORES: "
                   WS-CANT-ERRORES
               CLOSE EXTRACCIONES-RND
               STOP RUN
           END-IF.
           IF ORIGEN-TARJETAS
               PERFORM GUARDAR-EXTRACCION
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-ENCABEZADO.
           EVALUATE TRUE
               WHEN FUENTE-ALQUILERES PERFORM RECORRER-ALQUILERES
               WHEN FUENTE-FACTURAS   PERFORM RECORRER-FACTURAS
               WHEN FUENTE-CLIENTES   PERFORM RECORRER-CLIENTES
               WHEN FUENTE-PAGOS      PERFORM RECORRER-PAGOS
               WHEN FUENTE-RESERVAS   PERFORM RECORRER-RESERVAS
           END-EVALUATE.
           PERFORM REGISTRAR-CORRIDA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "REGISTROS LEIDOS: " CANT-LEIDOS
               "  SELECCIONADOS: " CANT-SELECCIONADOS.
           DISPLAY "EXTRACCION EN " WS-RUTA-EXTRACCION.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-CATALOGO.
           OPEN I-O EXTRACCIONES-RND.
           IF NO-EXISTE-EXTRACCIONES
               OPEN OUTPUT EXTRACCIONES-RND
               CLOSE EXTRACCIONES-RND
               OPEN I-O EXTRACCIONES-RND
           END-IF.
           IF FS-EXTRACCIONES <> "00"
               DISPLAY "ERROR AL ABRIR EXTRACCIONES, FS="
                   FS-EXTRACCIONES
               STOP RUN
           END-IF.

       *>
       *> TARJETAS NUEVAS: reemplazan por completo lo que hubiera
       *> guardado con el mismo nombre.
       *>
       LEER-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS <> "00"
               DISPLAY "NO SE ENCUENTRA Entrada/tarjetasExtraccion.txt"
               CLOSE EXTRACCIONES-RND
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-EXTRACCIONES.
           MOVE ZEROES TO TEX-DESDE TEX-HASTA TEX-CANT-CAMPOS
               TEX-ULT-CORRIDA TEX-ULT-LEIDOS TEX-ULT-SELEC.
           MOVE WS-NOMBRE TO TEX-NOMBRE.
           PERFORM LEER-TARJETA.
           PERFORM INTERPRETAR-TARJETA UNTIL EOF-TARJETAS.
           CLOSE TARJETAS.

       LEER-TARJETA.
           READ TARJETAS
               AT END MOVE "10" TO FS-TARJETAS
           END-READ.

       INTERPRETAR-TARJETA.
           ADD 1 TO WS-CANT-TARJETAS.
           IF TAR-CLAVE NOT = SPACES AND TAR-CLAVE (1:1) NOT = "*"
               EVALUATE TAR-CLAVE
                   WHEN "FUENTE"
                       MOVE TAR-VALOR TO TEX-FUENTE
                   WHEN "DESDE"
                       IF TAR-VALOR (1:8) IS NUMERIC
                           MOVE TAR-VALOR (1:8) TO TEX-DESDE
                       ELSE
                           PERFORM TARJETA-ERRONEA
                       END-IF
                   WHEN "HASTA"
                       IF TAR-VALOR (1:8) IS NUMERIC
                           MOVE TAR-VALOR (1:8) TO TEX-HASTA
                       ELSE
                           PERFORM TARJETA-ERRONEA
                       END-IF
                   WHEN "SUCURSAL"
                       MOVE TAR-VALOR (1:2) TO TEX-SUCURSAL
                   WHEN "ESTADO"
                       MOVE TAR-VALOR (1:1) TO TEX-ESTADO
                   WHEN "CATEGORIA"
                       MOVE TAR-VALOR (1:2) TO TEX-CATEGORIA
                   WHEN "DOCUMENTO"
                       MOVE TAR-VALOR (1:20) TO TEX-NRO-DOC
                   WHEN "CONVENIO"
                       IF TAR-VALOR (1:1) = "S" OR TAR-VALOR (1:1) = "N"
                           MOVE TAR-VALOR (1:1) TO TEX-CONVENIO
                       ELSE
                           PERFORM TARJETA-ERRONEA
                       END-IF
                   WHEN "CAMPO"
                       IF TEX-CANT-CAMPOS < 20
                           ADD 1 TO TEX-CANT-CAMPOS
                           MOVE TAR-VALOR (1:12) TO
                               TEX-CAMPO (TEX-CANT-CAMPOS)
                       ELSE
                           DISPLAY "MAS DE 20 CAMPOS, TARJETA "
                               WS-CANT-TARJETAS
                           ADD 1 TO WS-CANT-ERRORES
                       END-IF
                   WHEN OTHER
                       PERFORM TARJETA-ERRONEA
               END-EVALUATE
           END-IF.
           PERFORM LEER-TARJETA.

       TARJETA-ERRONEA.
           DISPLAY "TARJETA " WS-CANT-TARJETAS " INVALIDA: "
               REG-TARJETA.
           ADD 1 TO WS-CANT-ERRORES.

       LEER-GUARDADA.
           MOVE WS-NOMBRE TO TEX-NOMBRE.
           READ EXTRACCIONES-RND
               INVALID KEY
                   DISPLAY "NO HAY EXTRACCION GUARDADA CON ESE NOMBRE"
                   CLOSE EXTRACCIONES-RND
                   STOP RUN
           END-READ.

       *>
       *> VALIDACION: la fuente tiene que existir, cada campo tiene
       *> que estar en el diccionario de esa fuente y cada filtro
       *> tiene que poder aplicarse a ella.
       *>
       VALIDAR-SELECCION.
           EVALUATE TEX-FUENTE
               WHEN "ALQUILERES" MOVE "A" TO WS-FUENTE-COD
               WHEN "FACTURAS"   MOVE "F" TO WS-FUENTE-COD
               WHEN "CLIENTES"   MOVE "C" TO WS-FUENTE-COD
               WHEN "PAGOS"      MOVE "P" TO WS-FUENTE-COD
               WHEN "RESERVAS"   MOVE "R" TO WS-FUENTE-COD
               WHEN OTHER
                   DISPLAY "FUENTE INVALIDA: " TEX-FUENTE
                   MOVE SPACE TO WS-FUENTE-COD
                   ADD 1 TO WS-CANT-ERRORES
           END-EVALUATE.
           IF TEX-CANT-CAMPOS = ZEROES
               DISPLAY "NO HAY TARJETAS CAMPO"
               ADD 1 TO WS-CANT-ERRORES
           END-IF.
           IF TEX-DESDE > ZEROES AND TEX-HASTA > ZEROES
              AND TEX-DESDE > TEX-HASTA
               DISPLAY "DESDE POSTERIOR A HASTA"
               ADD 1 TO WS-CANT-ERRORES
           END-IF.
           IF WS-FUENTE-COD NOT = SPACE
               PERFORM VALIDAR-FILTROS
               PERFORM VALIDAR-CAMPO
                   VARYING WS-CAMPO-IND FROM 1 BY 1
                   UNTIL WS-CAMPO-IND > TEX-CANT-CAMPOS
           END-IF.

       VALIDAR-FILTROS.
           IF TEX-SUCURSAL NOT = SPACES
               IF FUENTE-ALQUILERES
                   CONTINUE
               ELSE
                   IF FUENTE-FACTURAS
                       MOVE "S" TO WS-NECESITA-ALQUILER
                   ELSE
                       DISPLAY "SUCURSAL NO APLICA A " TEX-FUENTE
                       ADD 1 TO WS-CANT-ERRORES
                   END-IF
               END-IF
           END-IF.
           IF TEX-ESTADO NOT = SPACES
              AND (FUENTE-FACTURAS OR FUENTE-PAGOS)
               DISPLAY "ESTADO NO APLICA A " TEX-FUENTE
               ADD 1 TO WS-CANT-ERRORES
           END-IF.
           IF TEX-CATEGORIA NOT = SPACES
               IF FUENTE-CLIENTES OR FUENTE-PAGOS
                   DISPLAY "CATEGORIA NO APLICA A " TEX-FUENTE
                   ADD 1 TO WS-CANT-ERRORES
               ELSE
                   IF NOT FUENTE-RESERVAS
                       MOVE "S" TO WS-NECESITA-VEHICULO
                   END-IF
               END-IF
           END-IF.
           IF TEX-CONVENIO NOT = SPACES
               IF FUENTE-ALQUILERES OR FUENTE-FACTURAS
                   MOVE "S" TO WS-NECESITA-CONTRATO
               ELSE
                   DISPLAY "CONVENIO NO APLICA A " TEX-FUENTE
                   ADD 1 TO WS-CANT-ERRORES
               END-IF
           END-IF.

       VALIDAR-CAMPO.
           MOVE SPACE TO WS-CAMPO-TIPO (WS-CAMPO-IND).
           PERFORM BUSCAR-EN-DICCIONARIO
               VARYING WS-DIC-IND FROM 1 BY 1
               UNTIL WS-DIC-IND > WS-DIC-CANTIDAD
               OR WS-CAMPO-TIPO (WS-CAMPO-IND) NOT = SPACE.
           IF WS-CAMPO-TIPO (WS-CAMPO-IND) = SPACE
               DISPLAY "CAMPO " TEX-CAMPO (WS-CAMPO-IND)
                   " NO EXISTE EN " TEX-FUENTE
               ADD 1 TO WS-CANT-ERRORES
           END-IF.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "CLIENTE"
               WHEN "CLI-NUMERO"
                   IF NOT FUENTE-FACTURAS
                       MOVE "S" TO WS-NECESITA-CLIENTE
                   END-IF
               WHEN "MARCA"
               WHEN "MODELO"
                   MOVE "S" TO WS-NECESITA-VEHICULO
               WHEN "CATEGORIA"
                   IF NOT FUENTE-RESERVAS
                       MOVE "S" TO WS-NECESITA-VEHICULO
                   END-IF
               WHEN "DTO-CONVENIO"
                   MOVE "S" TO WS-NECESITA-CONTRATO
               WHEN "SUCURSAL"
                   IF FUENTE-FACTURAS
                       MOVE "S" TO WS-NECESITA-ALQUILER
                   END-IF
           END-EVALUATE.
           IF FUENTE-FACTURAS AND TEX-CAMPO (WS-CAMPO-IND) = "CLIENTE"
               MOVE "S" TO WS-NECESITA-CLIENTE
           END-IF.

       BUSCAR-EN-DICCIONARIO.
           IF WS-DIC-FUENTE (WS-DIC-IND) = WS-FUENTE-COD
              AND WS-DIC-CAMPO (WS-DIC-IND) = TEX-CAMPO (WS-CAMPO-IND)
               MOVE WS-DIC-TIPO (WS-DIC-IND) TO
                   WS-CAMPO-TIPO (WS-CAMPO-IND)
           END-IF.

       GUARDAR-EXTRACCION.
           MOVE WS-FECHA-HOY TO TEX-GUARDADA.
           MOVE WS-OPERADOR TO TEX-OPERADOR.
           MOVE SPACES TO WS-JR-ANTES.
           MOVE REG-EXTRACCIONES TO WS-JR-DESPUES.
           WRITE REG-EXTRACCIONES
               INVALID KEY
                   REWRITE REG-EXTRACCIONES
                       INVALID KEY
                           DISPLAY "NO SE PUDO GUARDAR LA EXTRACCION"
                       NOT INVALID KEY
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE TEX-NOMBRE TO WS-JR-ANTES
                           PERFORM REGISTRAR-BITACORA-CAMBIOS
                           DISPLAY "EXTRACCION " TEX-NOMBRE
                               " REEMPLAZADA"
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   PERFORM REGISTRAR-BITACORA-CAMBIOS
                   DISPLAY "EXTRACCION " TEX-NOMBRE " GUARDADA"
           END-WRITE.

       REGISTRAR-BITACORA-CAMBIOS.
           CALL "bitacoracambios" USING WS-JR-PROGRAMA,
               WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
               WS-JR-DESPUES.

       ABRIR-ARCHIVOS.
           EVALUATE TRUE
               WHEN FUENTE-ALQUILERES
                   OPEN INPUT ALQUILERES-DYN
                   MOVE FS-ALQUILERES TO FS-EXTRACCION
               WHEN FUENTE-FACTURAS
                   OPEN INPUT FACTURAS-DYN
                   MOVE FS-FACTURAS TO FS-EXTRACCION
               WHEN FUENTE-PAGOS
                   OPEN INPUT PAGOS-DYN
                   MOVE FS-PAGOS TO FS-EXTRACCION
               WHEN FUENTE-RESERVAS
                   OPEN INPUT RESERVAS-DYN
                   MOVE FS-RESERVAS TO FS-EXTRACCION
               WHEN OTHER
                   MOVE "00" TO FS-EXTRACCION
           END-EVALUATE.
           IF FS-EXTRACCION <> "00"
               DISPLAY "ERROR AL ABRIR " TEX-FUENTE ", FS="
                   FS-EXTRACCION
               CLOSE EXTRACCIONES-RND
               STOP RUN
           END-IF.
           IF FUENTE-CLIENTES OR WS-NECESITA-CLIENTE = "S"
               OPEN INPUT CLIENTES-DYN
               IF FS-CLIENTES = "00"
                   MOVE "S" TO WS-CLIENTES-DISP
               ELSE
                   IF FUENTE-CLIENTES
                       DISPLAY "ERROR AL ABRIR CLIENTES, FS="
                           FS-CLIENTES
                       CLOSE EXTRACCIONES-RND
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           IF FUENTE-FACTURAS AND WS-NECESITA-ALQUILER = "S"
               OPEN INPUT ALQUILERES-DYN
           END-IF.
           IF WS-NECESITA-VEHICULO = "S"
               OPEN INPUT VEHICULOS-RND
               IF FS-VEHICULOS = "00"
                   MOVE "S" TO WS-VEHICULOS-DISP
               END-IF
           END-IF.
           IF WS-NECESITA-CONTRATO = "S"
               OPEN INPUT CONTRATOS-RND
               IF FS-CONTRATOS = "00"
                   MOVE "S" TO WS-CONTRATOS-DISP
               END-IF
           END-IF.
           MOVE SPACES TO WS-RUTA-EXTRACCION.
           STRING "Salida/extraccion-" DELIMITED BY SIZE
                  WS-NOMBRE DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
               INTO WS-RUTA-EXTRACCION
           END-STRING.
           OPEN OUTPUT EXTRACCION.

       CERRAR-ARCHIVOS.
           EVALUATE TRUE
               WHEN FUENTE-ALQUILERES CLOSE ALQUILERES-DYN
               WHEN FUENTE-FACTURAS   CLOSE FACTURAS-DYN
               WHEN FUENTE-PAGOS      CLOSE PAGOS-DYN
               WHEN FUENTE-RESERVAS   CLOSE RESERVAS-DYN
           END-EVALUATE.
           IF FUENTE-FACTURAS AND WS-NECESITA-ALQUILER = "S"
               CLOSE ALQUILERES-DYN
           END-IF.
           IF CLIENTES-DISPONIBLES
               CLOSE CLIENTES-DYN
           END-IF.
           IF VEHICULOS-DISPONIBLES
               CLOSE VEHICULOS-RND
           END-IF.
           IF CONTRATOS-DISPONIBLES
               CLOSE CONTRATOS-RND
           END-IF.
           CLOSE EXTRACCION.
           CLOSE EXTRACCIONES-RND.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-EXTRACCION.
           MOVE 1 TO WS-PUNTERO.
           PERFORM AGREGAR-TITULO
               VARYING WS-CAMPO-IND FROM 1 BY 1
               UNTIL WS-CAMPO-IND > TEX-CANT-CAMPOS.
           WRITE LINEA-EXTRACCION.

       AGREGAR-TITULO.
           IF WS-CAMPO-IND > 1
               STRING ";" DELIMITED BY SIZE
                   INTO LINEA-EXTRACCION WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           STRING TEX-CAMPO (WS-CAMPO-IND) DELIMITED BY SPACE
               INTO LINEA-EXTRACCION WITH POINTER WS-PUNTERO
           END-STRING.

       *>
       *> RECORRIDOS: cada fuente carga los valores comunes, se
       *> resuelven los enlaces que la tarjeta pide y se filtra.
       *>
       RECORRER-ALQUILERES.
           MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES-RND.
           START ALQUILERES-DYN KEY IS NOT LESS THAN
               ALQ-CLAVE OF REG-ALQUILERES-RND
               INVALID KEY MOVE "10" TO FS-ALQUILERES
           END-START.
           IF NOT EOF-ALQUILERES
               PERFORM LEER-ALQUILER
               PERFORM TOMAR-ALQUILER UNTIL EOF-ALQUILERES
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       TOMAR-ALQUILER.
           ADD 1 TO CANT-LEIDOS.
           PERFORM LIMPIAR-VALORES.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO WS-V-FECHA.
           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO WS-V-SUCURSAL.
           MOVE ALQ-ESTADO OF REG-ALQUILERES-RND TO WS-V-ESTADO.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO WS-V-NRO-DOC.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO WS-V-PATENTE.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO WS-V-FECHA-ALQ.
           PERFORM RESOLVER-ENLACES.
           PERFORM FILTRAR-REGISTRO.
           IF WS-PASA = "S"
               PERFORM ESCRIBIR-RENGLON
           END-IF.
           PERFORM LEER-ALQUILER.

       RECORRER-FACTURAS.
           MOVE ZEROES TO FAC-NUMERO OF REG-FACTURAS-RND.
           START FACTURAS-DYN KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS-RND
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF NOT EOF-FACTURAS
               PERFORM LEER-FACTURA
               PERFORM TOMAR-FACTURA UNTIL EOF-FACTURAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       TOMAR-FACTURA.
           ADD 1 TO CANT-LEIDOS.
           PERFORM LIMPIAR-VALORES.
           MOVE FAC-FECHA OF REG-FACTURAS-RND TO WS-V-FECHA.
           MOVE FAC-NRO-DOC OF REG-FACTURAS-RND TO WS-V-NRO-DOC.
           MOVE FAC-PATENTE OF REG-FACTURAS-RND TO WS-V-PATENTE.
           MOVE FAC-FECHA-ALQ OF REG-FACTURAS-RND TO WS-V-FECHA-ALQ.
           MOVE FAC-CLI-NUMERO OF REG-FACTURAS-RND TO WS-V-CLI-NUMERO.
           IF WS-NECESITA-ALQUILER = "S"
               MOVE WS-V-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND
               MOVE WS-V-FECHA-ALQ TO ALQ-FECHA OF REG-ALQUILERES-RND
               READ ALQUILERES-DYN KEY IS
                   ALQ-CLAVE OF REG-ALQUILERES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                           WS-V-SUCURSAL
               END-READ
           END-IF.
           PERFORM RESOLVER-ENLACES.
           PERFORM FILTRAR-REGISTRO.
           IF WS-PASA = "S"
               PERFORM ESCRIBIR-RENGLON
           END-IF.
           PERFORM LEER-FACTURA.

       RECORRER-CLIENTES.
           MOVE LOW-VALUES TO CLI-NUMERO OF REG-CLIENTES-RND.
           START CLIENTES-DYN KEY IS NOT LESS THAN
               CLI-NUMERO OF REG-CLIENTES-RND
               INVALID KEY MOVE "10" TO FS-CLIENTES
           END-START.
           IF NOT EOF-CLIENTES
               PERFORM LEER-CLIENTE
               PERFORM TOMAR-CLIENTE UNTIL EOF-CLIENTES
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CLIENTES
           END-READ.

       TOMAR-CLIENTE.
           ADD 1 TO CANT-LEIDOS.
           PERFORM LIMPIAR-VALORES.
           MOVE CLI-ALTA OF REG-CLIENTES-RND TO WS-V-FECHA.
           MOVE CLI-ESTADO-PAGO OF REG-CLIENTES-RND TO WS-V-ESTADO.
           MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO WS-V-NRO-DOC.
           PERFORM FILTRAR-REGISTRO.
           IF WS-PASA = "S"
               PERFORM ESCRIBIR-RENGLON
           END-IF.
           PERFORM LEER-CLIENTE.

       RECORRER-PAGOS.
           MOVE LOW-VALUES TO PAG-NRO-RECIBO OF REG-PAGOS-RND.
           START PAGOS-DYN KEY IS NOT LESS THAN
               PAG-NRO-RECIBO OF REG-PAGOS-RND
               INVALID KEY MOVE "10" TO FS-PAGOS
           END-START.
           IF NOT EOF-PAGOS
               PERFORM LEER-PAGO
               PERFORM TOMAR-PAGO UNTIL EOF-PAGOS
           END-IF.

       LEER-PAGO.
           READ PAGOS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       TOMAR-PAGO.
           ADD 1 TO CANT-LEIDOS.
           PERFORM LIMPIAR-VALORES.
           MOVE PAG-FECHA OF REG-PAGOS-RND TO WS-V-FECHA.
           MOVE PAG-NRO-DOC OF REG-PAGOS-RND TO WS-V-NRO-DOC.
           PERFORM FILTRAR-REGISTRO.
           IF WS-PASA = "S"
               PERFORM ESCRIBIR-RENGLON
           END-IF.
           PERFORM LEER-PAGO.

       RECORRER-RESERVAS.
           MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND.
           START RESERVAS-DYN KEY IS NOT LESS THAN
               RES-NUMERO OF REG-RESERVAS-RND
               INVALID KEY MOVE "10" TO FS-RESERVAS
           END-START.
           IF NOT EOF-RESERVAS
               PERFORM LEER-RESERVA
               PERFORM TOMAR-RESERVA UNTIL EOF-RESERVAS
           END-IF.

       LEER-RESERVA.
           READ RESERVAS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       TOMAR-RESERVA.
           ADD 1 TO CANT-LEIDOS.
           PERFORM LIMPIAR-VALORES.
           MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-V-FECHA.
           MOVE RES-ESTADO OF REG-RESERVAS-RND TO WS-V-ESTADO.
           MOVE RES-CATEGORIA OF REG-RESERVAS-RND TO WS-V-CATEGORIA.
           MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-V-NRO-DOC.
           MOVE RES-PATENTE OF REG-RESERVAS-RND TO WS-V-PATENTE.
           PERFORM RESOLVER-ENLACES.
           PERFORM FILTRAR-REGISTRO.
           IF WS-PASA = "S"
               PERFORM ESCRIBIR-RENGLON
           END-IF.
           PERFORM LEER-RESERVA.

       LIMPIAR-VALORES.
           MOVE ZEROES TO WS-V-FECHA WS-V-FECHA-ALQ WS-V-DTO-CONVENIO.
           MOVE SPACES TO WS-V-SUCURSAL WS-V-ESTADO WS-V-CATEGORIA
               WS-V-NRO-DOC WS-V-PATENTE WS-V-MARCA WS-V-MODELO
               WS-V-CLI-NUMERO WS-V-CLIENTE.

       *>
       *> ENLACES: vehiculo por patente (la categoria de la reserva
       *> es la propia, no la del vehiculo asignado) y contrato por
       *> la clave del alquiler, de donde sale el descuento de
       *> convenio.
       *>
       RESOLVER-ENLACES.
           IF VEHICULOS-DISPONIBLES AND WS-V-PATENTE NOT = SPACES
               MOVE WS-V-PATENTE TO VEH-PATENTE OF REG-VEHICULOS-RND
               READ VEHICULOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VEH-MARCA OF REG-VEHICULOS-RND TO
                           WS-V-MARCA
                       MOVE VEH-MODELO OF REG-VEHICULOS-RND TO
                           WS-V-MODELO
                       IF NOT FUENTE-RESERVAS
                           MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                               WS-V-CATEGORIA
                       END-IF
               END-READ
           END-IF.
           IF CONTRATOS-DISPONIBLES AND WS-V-PATENTE NOT = SPACES
               MOVE WS-V-PATENTE TO CTR-PATENTE OF REG-CONTRATOS
               MOVE WS-V-FECHA-ALQ TO CTR-FECHA OF REG-CONTRATOS
               READ CONTRATOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CTR-DESC-CONVENIO OF REG-CONTRATOS TO
                           WS-V-DTO-CONVENIO
               END-READ
           END-IF.

       FILTRAR-REGISTRO.
           MOVE "S" TO WS-PASA.
           IF TEX-DESDE > ZEROES AND WS-V-FECHA < TEX-DESDE
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-HASTA > ZEROES AND WS-V-FECHA > TEX-HASTA
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-SUCURSAL NOT = SPACES
              AND WS-V-SUCURSAL NOT = TEX-SUCURSAL
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-ESTADO NOT = SPACES AND WS-V-ESTADO NOT = TEX-ESTADO
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-CATEGORIA NOT = SPACES
              AND WS-V-CATEGORIA NOT = TEX-CATEGORIA
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-NRO-DOC NOT = SPACES
              AND WS-V-NRO-DOC NOT = TEX-NRO-DOC
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-CONVENIO = "S" AND WS-V-DTO-CONVENIO = ZEROES
               MOVE "N" TO WS-PASA
           END-IF.
           IF TEX-CONVENIO = "N" AND WS-V-DTO-CONVENIO > ZEROES
               MOVE "N" TO WS-PASA
           END-IF.

       ESCRIBIR-RENGLON.
           IF CLIENTES-DISPONIBLES AND WS-NECESITA-CLIENTE = "S"
              AND WS-V-NRO-DOC NOT = SPACES
               MOVE WS-V-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-DYN KEY IS
                   CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                           WS-V-CLI-NUMERO
                       MOVE CLI-NOMBRE OF REG-CLIENTES-RND TO
                           WS-V-CLIENTE
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-EXTRACCION.
           MOVE 1 TO WS-PUNTERO.
           PERFORM AGREGAR-CAMPO
               VARYING WS-CAMPO-IND FROM 1 BY 1
               UNTIL WS-CAMPO-IND > TEX-CANT-CAMPOS.
           WRITE LINEA-EXTRACCION.
           ADD 1 TO CANT-SELECCIONADOS.

       AGREGAR-CAMPO.
           MOVE SPACES TO WS-VAL-TEXTO.
           MOVE ZEROES TO WS-VAL-ENTERO WS-VAL-IMPORTE.
           MOVE WS-CAMPO-TIPO (WS-CAMPO-IND) TO WS-VAL-TIPO.
           EVALUATE TRUE
               WHEN FUENTE-ALQUILERES PERFORM VALOR-ALQUILER
               WHEN FUENTE-FACTURAS   PERFORM VALOR-FACTURA
               WHEN FUENTE-CLIENTES   PERFORM VALOR-CLIENTE
               WHEN FUENTE-PAGOS      PERFORM VALOR-PAGO
               WHEN FUENTE-RESERVAS   PERFORM VALOR-RESERVA
           END-EVALUATE.
           IF WS-CAMPO-IND > 1
               STRING ";" DELIMITED BY SIZE
                   INTO LINEA-EXTRACCION WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           EVALUATE WS-VAL-TIPO
               WHEN "T"
                   INSPECT WS-VAL-TEXTO REPLACING ALL ";" BY ","
                   MOVE 40 TO WS-LARGO
                   PERFORM ACORTAR-TEXTO
                       UNTIL WS-LARGO = ZEROES
                       OR WS-VAL-TEXTO (WS-LARGO:1) NOT = SPACE
                   IF WS-LARGO > ZEROES
                       STRING WS-VAL-TEXTO (1:WS-LARGO)
                               DELIMITED BY SIZE
                           INTO LINEA-EXTRACCION
                           WITH POINTER WS-PUNTERO
                       END-STRING
                   END-IF
               WHEN "N"
                   MOVE WS-VAL-ENTERO TO WS-ED-ENTERO
                   MOVE ZEROES TO WS-BLANCOS
                   INSPECT WS-ED-ENTERO TALLYING WS-BLANCOS
                       FOR LEADING SPACES
                   STRING WS-ED-ENTERO (WS-BLANCOS + 1:)
                           DELIMITED BY SIZE
                       INTO LINEA-EXTRACCION WITH POINTER WS-PUNTERO
                   END-STRING
               WHEN "I"
                   MOVE WS-VAL-IMPORTE TO WS-ED-IMPORTE
                   MOVE ZEROES TO WS-BLANCOS
                   INSPECT WS-ED-IMPORTE TALLYING WS-BLANCOS
                       FOR LEADING SPACES
                   STRING WS-ED-IMPORTE (WS-BLANCOS + 1:)
                           DELIMITED BY SIZE
                       INTO LINEA-EXTRACCION WITH POINTER WS-PUNTERO
                   END-STRING
           END-EVALUATE.

       ACORTAR-TEXTO.
           SUBTRACT 1 FROM WS-LARGO.

       VALOR-ALQUILER.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "PATENTE"
                   MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN "FECHA"
                   MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                       WS-VAL-ENTERO
               WHEN "FECHA-HASTA"
                   MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                       WS-VAL-ENTERO
               WHEN "TIPO-DOC"
                   MOVE ALQ-TIPO-DOC OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN "NRO-DOC"
                   MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN "IMPORTE"
                   MOVE ALQ-IMPORTE OF REG-ALQUILERES-RND TO
                       WS-VAL-IMPORTE
               WHEN "IMPUESTO"
                   MOVE ALQ-IMPUESTO OF REG-ALQUILERES-RND TO
                       WS-VAL-IMPORTE
               WHEN "TOTAL"
                   MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                       WS-VAL-IMPORTE
               WHEN "CHOFER"
                   MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN "ESTADO"
                   MOVE ALQ-ESTADO OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN "KM-SALIDA"
                   MOVE ALQ-KM-SALIDA OF REG-ALQUILERES-RND TO
                       WS-VAL-ENTERO
               WHEN "KM-REGRESO"
                   MOVE ALQ-KM-REGRESO OF REG-ALQUILERES-RND TO
                       WS-VAL-ENTERO
               WHEN "SUCURSAL"
                   MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND TO
                       WS-VAL-TEXTO
               WHEN OTHER
                   PERFORM VALOR-ENLAZADO
           END-EVALUATE.

       VALOR-FACTURA.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "NUMERO"
                   MOVE FAC-NUMERO OF REG-FACTURAS-RND TO WS-VAL-ENTERO
               WHEN "FECHA"
                   MOVE FAC-FECHA OF REG-FACTURAS-RND TO WS-VAL-ENTERO
               WHEN "TIPO"
                   MOVE FAC-TIPO OF REG-FACTURAS-RND TO WS-VAL-TEXTO
               WHEN "TIPO-DOC"
                   MOVE FAC-TIPO-DOC OF REG-FACTURAS-RND TO
                       WS-VAL-TEXTO
               WHEN "NRO-DOC"
                   MOVE FAC-NRO-DOC OF REG-FACTURAS-RND TO WS-VAL-TEXTO
               WHEN "PATENTE"
                   MOVE FAC-PATENTE OF REG-FACTURAS-RND TO WS-VAL-TEXTO
               WHEN "FECHA-ALQ"
                   MOVE FAC-FECHA-ALQ OF REG-FACTURAS-RND TO
                       WS-VAL-ENTERO
               WHEN "NETO"
                   MOVE FAC-NETO OF REG-FACTURAS-RND TO WS-VAL-IMPORTE
               WHEN "IVA"
                   MOVE FAC-IVA OF REG-FACTURAS-RND TO WS-VAL-IMPORTE
               WHEN "TOTAL"
                   MOVE FAC-TOTAL OF REG-FACTURAS-RND TO WS-VAL-IMPORTE
               WHEN "ORIGEN"
                   MOVE FAC-FACTURA-ORIGEN OF REG-FACTURAS-RND TO
                       WS-VAL-ENTERO
               WHEN "SUCURSAL"
                   MOVE WS-V-SUCURSAL TO WS-VAL-TEXTO
               WHEN OTHER
                   PERFORM VALOR-ENLAZADO
           END-EVALUATE.

       VALOR-CLIENTE.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "NUMERO"
                   MOVE CLI-NUMERO OF REG-CLIENTES-RND TO WS-VAL-TEXTO
               WHEN "ALTA"
                   MOVE CLI-ALTA OF REG-CLIENTES-RND TO WS-VAL-ENTERO
               WHEN "NOMBRE"
                   MOVE CLI-NOMBRE OF REG-CLIENTES-RND TO WS-VAL-TEXTO
               WHEN "TELEFONO"
                   MOVE CLI-TELEF OF REG-CLIENTES-RND TO WS-VAL-TEXTO
               WHEN "DIRECCION"
                   MOVE CLI-DIRECCION OF REG-CLIENTES-RND TO
                       WS-VAL-TEXTO
               WHEN "NRO-DOC"
                   MOVE CLI-NRO-DOC OF REG-CLIENTES-RND TO WS-VAL-TEXTO
               WHEN "ESTADO-PAGO"
                   MOVE CLI-ESTADO-PAGO OF REG-CLIENTES-RND TO
                       WS-VAL-TEXTO
           END-EVALUATE.

       VALOR-PAGO.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "RECIBO"
                   MOVE PAG-NRO-RECIBO OF REG-PAGOS-RND TO WS-VAL-TEXTO
               WHEN "NRO-DOC"
                   MOVE PAG-NRO-DOC OF REG-PAGOS-RND TO WS-VAL-TEXTO
               WHEN "FECHA"
                   MOVE PAG-FECHA OF REG-PAGOS-RND TO WS-VAL-ENTERO
               WHEN "IMPORTE"
                   MOVE PAG-IMPORTE OF REG-PAGOS-RND TO WS-VAL-IMPORTE
               WHEN "MEDIO"
                   MOVE PAG-MEDIO OF REG-PAGOS-RND TO WS-VAL-TEXTO
               WHEN OTHER
                   PERFORM VALOR-ENLAZADO
           END-EVALUATE.

       VALOR-RESERVA.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "NUMERO"
                   MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-VAL-TEXTO
               WHEN "TIPO-DOC"
                   MOVE RES-TIPO-DOC OF REG-RESERVAS-RND TO
                       WS-VAL-TEXTO
               WHEN "NRO-DOC"
                   MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO WS-VAL-TEXTO
               WHEN "PATENTE"
                   MOVE RES-PATENTE OF REG-RESERVAS-RND TO WS-VAL-TEXTO
               WHEN "CHOFER"
                   MOVE RES-CHOFER OF REG-RESERVAS-RND TO WS-VAL-TEXTO
               WHEN "FECHA"
                   MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-VAL-ENTERO
               WHEN "IMPORTE"
                   MOVE RES-IMPORTE OF REG-RESERVAS-RND TO
                       WS-VAL-IMPORTE
               WHEN "ESTADO"
                   MOVE RES-ESTADO OF REG-RESERVAS-RND TO WS-VAL-TEXTO
               WHEN OTHER
                   PERFORM VALOR-ENLAZADO
           END-EVALUATE.

       VALOR-ENLAZADO.
           EVALUATE TEX-CAMPO (WS-CAMPO-IND)
               WHEN "CLI-NUMERO"
                   MOVE WS-V-CLI-NUMERO TO WS-VAL-TEXTO
               WHEN "CLIENTE"
                   MOVE WS-V-CLIENTE TO WS-VAL-TEXTO
               WHEN "MARCA"
                   MOVE WS-V-MARCA TO WS-VAL-TEXTO
               WHEN "MODELO"
                   MOVE WS-V-MODELO TO WS-VAL-TEXTO
               WHEN "CATEGORIA"
                   MOVE WS-V-CATEGORIA TO WS-VAL-TEXTO
               WHEN "DTO-CONVENIO"
                   MOVE WS-V-DTO-CONVENIO TO WS-VAL-IMPORTE
           END-EVALUATE.

       *>
       *> CORRIDA: queda en la extraccion guardada y en la bitacora
       *> de extracciones, con lo leido y lo seleccionado.
       *>
       REGISTRAR-CORRIDA.
           MOVE WS-FECHA-HOY TO TEX-ULT-CORRIDA.
           MOVE CANT-LEIDOS TO TEX-ULT-LEIDOS.
           MOVE CANT-SELECCIONADOS TO TEX-ULT-SELEC.
           REWRITE REG-EXTRACCIONES
               INVALID KEY CONTINUE
           END-REWRITE.
           OPEN EXTEND BITACORA-EXTRACCIONES.
           IF FS-BITACORA = "05" OR FS-BITACORA = "35"
               OPEN OUTPUT BITACORA-EXTRACCIONES
           END-IF.
           MOVE SPACES TO LINEA-BITACORA.
           STRING WS-FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA (1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEX-FUENTE DELIMITED BY SIZE
                  " LEIDOS " DELIMITED BY SIZE
                  CANT-LEIDOS DELIMITED BY SIZE
                  " SELECCIONADOS " DELIMITED BY SIZE
                  CANT-SELECCIONADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SPACE
               INTO LINEA-BITACORA
           END-STRING.
           WRITE LINEA-BITACORA.
           CLOSE BITACORA-EXTRACCIONES.
