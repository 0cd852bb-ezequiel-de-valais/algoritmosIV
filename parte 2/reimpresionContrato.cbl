       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRESION-DE-CONTRATO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTRATOS-RND
           ASSIGN TO DISK "Entrada/indexados/contratos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTR-CLAVE OF REG-CONTRATOS
           FILE STATUS IS FS-CONTRATOS.

       SELECT CLAUSULAS-CONTRATO
           ASSIGN TO DISK "Entrada/clausulasContrato.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLAUSULAS.

       SELECT DOCUMENTO-CONTRATO
           ASSIGN TO DISK WS-RUTA-CONTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOC-CONTRATO.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT VEHICULOS-RND
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       DATA DIVISION.

       FILE SECTION.

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

       FD CLAUSULAS-CONTRATO
           LABEL RECORD IS STANDARD.
       01 LINEA-CLAUSULA         PIC X(80).

       FD DOCUMENTO-CONTRATO
           LABEL RECORD IS STANDARD.
       01 LINEA-CONTRATO         PIC X(80).

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
       01 FS-CONTRATOS           PIC XX.
           88 NO-EXISTE-CONTRATOS    VALUE "35".
       01 FS-CLAUSULAS           PIC XX.
       01 FS-DOC-CONTRATO        PIC XX.
       01 WS-CONTRATOS-DISP      PIC X VALUE "N".
           88 CONTRATOS-DISPONIBLES  VALUE "S".
       01 WS-RUTA-CONTRATO       PIC X(60).
       01 WS-ROTULO-COPIA        PIC X(10) VALUE "DUPLICADO".
       01 WS-IMPORTE-CTR-EDIT    PIC ZZZZZZZZ9,99.
       01 WS-TARIFA-CTR-EDIT     PIC ZZZZ9,99.
       01 WS-SALDO-CONTRATO      PIC 9(8)V99.
       01 FS-ALQUILERES          PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-VEHICULOS           PIC XX.
       01 FS-CHOFERES            PIC XX.

       01 WS-PATENTE-CONTRATO    PIC X(6).
       01 WS-FECHA-CONTRATO      PIC 9(8).
       01 WS-CONTRATO-HALLADO    PIC X.
           88 CONTRATO-HALLADO       VALUE "S".
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM REIMPRIMIR-CONTRATO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT CONTRATOS-RND.
           IF FS-CONTRATOS = "00"
               MOVE "S" TO WS-CONTRATOS-DISP
           ELSE
               MOVE "N" TO WS-CONTRATOS-DISP
           END-IF.
           OPEN INPUT CLIENTES-RND.
           OPEN INPUT VEHICULOS-RND.
           OPEN INPUT CHOFERES-RND.

       CERRAR-ARCHIVOS.
           CLOSE ALQUILERES-RND.
           IF CONTRATOS-DISPONIBLES
               CLOSE CONTRATOS-RND
           END-IF.
           IF FS-CLIENTES = "00"
               CLOSE CLIENTES-RND
           END-IF.
           IF FS-VEHICULOS = "00"
               CLOSE VEHICULOS-RND
           END-IF.
           IF FS-CHOFERES = "00"
               CLOSE CHOFERES-RND
           END-IF.

       *>
       *> vuelve a emitir el contrato de un alquiler por patente y
       *> fecha, rotulado DUPLICADO. Los alquileres dados de alta
       *> antes de que existiera el registro de contratos se arman
       *> con lo que queda en los maestros: sin tarifa, descuentos
       *> ni senia, que no se guardaban.
       *>
       REIMPRIMIR-CONTRATO.
           DISPLAY "PATENTE DEL ALQUILER: ".
           ACCEPT WS-PATENTE-CONTRATO.
           DISPLAY "FECHA DEL ALQUILER (AAAAMMDD): ".
           ACCEPT WS-FECHA-CONTRATO.
           MOVE WS-PATENTE-CONTRATO TO
               ALQ-PATENTE OF REG-ALQUILERES-RND.
           MOVE WS-FECHA-CONTRATO TO ALQ-FECHA OF REG-ALQUILERES-RND.
           READ ALQUILERES-RND
               INVALID KEY
                   DISPLAY "ALQUILER INEXISTENTE"
               NOT INVALID KEY
                   PERFORM BUSCAR-CONTRATO
                   IF NOT CONTRATO-HALLADO
                       DISPLAY "ALQUILER SIN CONTRATO REGISTRADO, SE "
                           "ARMA CON LOS DATOS DEL ALQUILER"
                       PERFORM ARMAR-CONTRATO-ALQUILER
                   END-IF
                   MOVE "DUPLICADO" TO WS-ROTULO-COPIA
                   PERFORM GENERAR-DOCUMENTO-CONTRATO
                   DISPLAY "CONTRATO REIMPRESO EN " WS-RUTA-CONTRATO
           END-READ.

       BUSCAR-CONTRATO.
           MOVE "N" TO WS-CONTRATO-HALLADO.
           IF CONTRATOS-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   CTR-CLAVE OF REG-CONTRATOS
               READ CONTRATOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONTRATO-HALLADO
               END-READ
           END-IF.

       ARMAR-CONTRATO-ALQUILER.
           MOVE SPACES TO REG-CONTRATOS.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
               CTR-CLAVE OF REG-CONTRATOS.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               CTR-EMISION OF REG-CONTRATOS.
           MOVE ALQ-TIPO-DOC OF REG-ALQUILERES-RND TO
               CTR-TIPO-DOC OF REG-CONTRATOS.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
               CTR-NRO-DOC OF REG-CONTRATOS.
           MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
               CTR-FECHA-HASTA OF REG-CONTRATOS.
           MOVE ALQ-KM-SALIDA OF REG-ALQUILERES-RND TO
               CTR-KM-SALIDA OF REG-CONTRATOS.
           MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
               CTR-CHOFER OF REG-CONTRATOS.
           MOVE ALQ-IMPORTE OF REG-ALQUILERES-RND TO
               CTR-IMPORTE OF REG-CONTRATOS.
           MOVE ALQ-IMPUESTO OF REG-ALQUILERES-RND TO
               CTR-IMPUESTO OF REG-CONTRATOS.
           MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
               CTR-TOTAL OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-TARIFA-DIARIA OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-DIAS OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-DESC-CONVENIO OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-DESC-PROMO OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-DESC-PUNTOS OF REG-CONTRATOS.
           MOVE ZEROES TO CTR-SENIA OF REG-CONTRATOS.
           IF FS-CLIENTES = "00"
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                   CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                           CTR-CLI-NUMERO OF REG-CONTRATOS
                       MOVE CLI-NOMBRE OF REG-CLIENTES-RND TO
                           CTR-CLI-NOMBRE OF REG-CONTRATOS
               END-READ
           END-IF.
           IF FS-VEHICULOS = "00"
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                   VEH-PATENTE OF REG-VEHICULOS-RND
               READ VEHICULOS-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VEH-MARCA OF REG-VEHICULOS-RND TO
                           CTR-MARCA OF REG-CONTRATOS
                       MOVE VEH-MODELO OF REG-VEHICULOS-RND TO
                           CTR-MODELO OF REG-CONTRATOS
               END-READ
           END-IF.
           IF FS-CHOFERES = "00"
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF
                   REG-CHOFERES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CHO-NOMBRE OF REG-CHOFERES-RND TO
                           CTR-CHOFER-NOMBRE OF REG-CONTRATOS
               END-READ
           END-IF.

       *>
       *> CONTRATO IMPRESO: el documento se arma siempre desde el
       *> registro de contratos, asi la reimpresion sale identica al
       *> original salvo el rotulo. Las clausulas generales se copian
       *> tal cual de clausulasContrato.txt, que se mantiene con
       *> cualquier editor; sin ese archivo el contrato sale sin
       *> clausulas y se avisa.
       *>
       GENERAR-DOCUMENTO-CONTRATO.
           MOVE SPACES TO WS-RUTA-CONTRATO.
           STRING "Salida/contrato" DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SPACE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-CONTRATO
           END-STRING.
           OPEN OUTPUT DOCUMENTO-CONTRATO.
           MOVE ALL "=" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CONTRATO DE ALQUILER " DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-ROTULO-COPIA DELIMITED BY SPACE
                  "     EMITIDO " DELIMITED BY SIZE
                  CTR-EMISION OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-RESERVA OF REG-CONTRATOS NOT = SPACES
               MOVE SPACES TO LINEA-CONTRATO
               STRING "POR RESERVA NRO " DELIMITED BY SIZE
                      CTR-RESERVA OF REG-CONTRATOS DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CLIENTE " DELIMITED BY SIZE
                  CTR-CLI-NUMERO OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-CLI-NOMBRE OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "DOCUMENTO " DELIMITED BY SIZE
                  CTR-TIPO-DOC OF REG-CONTRATOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-NRO-DOC OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "VEHICULO " DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-MARCA OF REG-CONTRATOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-MODELO OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "DESDE " DELIMITED BY SIZE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  "  HASTA " DELIMITED BY SIZE
                  CTR-FECHA-HASTA OF REG-CONTRATOS DELIMITED BY SIZE
                  "  KM DE SALIDA " DELIMITED BY SIZE
                  CTR-KM-SALIDA OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CHOFER " DELIMITED BY SIZE
                  CTR-CHOFER OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-CHOFER-NOMBRE OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE ALL "-" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE CTR-TARIFA-DIARIA OF REG-CONTRATOS TO
               WS-TARIFA-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "TARIFA DIARIA APLICADA " DELIMITED BY SIZE
                  WS-TARIFA-CTR-EDIT DELIMITED BY SIZE
                  "  DIAS " DELIMITED BY SIZE
                  CTR-DIAS OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-DESC-CONVENIO OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-CONVENIO OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO CONVENIO     " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           IF CTR-DESC-PROMO OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-PROMO OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO PROMOCION    " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CTR-CODIGO-PROMO OF REG-CONTRATOS
                          DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           IF CTR-DESC-PUNTOS OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-PUNTOS OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO POR PUNTOS   " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE CTR-IMPORTE OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "IMPORTE PACTADO        " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE CTR-IMPUESTO OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "IVA                    " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE CTR-TOTAL OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "TOTAL ESTIMADO         " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-SENIA OF REG-CONTRATOS > ZEROES
               MOVE CTR-SENIA OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "SENIA APLICADA         " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
               IF CTR-SENIA OF REG-CONTRATOS <
                  CTR-TOTAL OF REG-CONTRATOS
                   COMPUTE WS-SALDO-CONTRATO =
                       CTR-TOTAL OF REG-CONTRATOS
                       - CTR-SENIA OF REG-CONTRATOS
               ELSE
                   MOVE ZEROES TO WS-SALDO-CONTRATO
               END-IF
               MOVE WS-SALDO-CONTRATO TO WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "SALDO A PAGAR          " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE ALL "-" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           OPEN INPUT CLAUSULAS-CONTRATO.
           IF FS-CLAUSULAS = "00"
               PERFORM LEER-CLAUSULA
               PERFORM COPIAR-CLAUSULA UNTIL FS-CLAUSULAS <> "00"
               CLOSE CLAUSULAS-CONTRATO
           ELSE
               DISPLAY "CLAUSULAS DEL CONTRATO NO DISPONIBLES, EL "
                   "CONTRATO SALE SIN ELLAS"
           END-IF.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           STRING "FIRMA DEL CLIENTE ..................."
                      DELIMITED BY SIZE
                  "     FIRMA POR LA EMPRESA ..................."
                      DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE ALL "=" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           CLOSE DOCUMENTO-CONTRATO.

       LEER-CLAUSULA.
           READ CLAUSULAS-CONTRATO
               AT END MOVE "10" TO FS-CLAUSULAS
           END-READ.

       COPIAR-CLAUSULA.
           MOVE LINEA-CLAUSULA TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           PERFORM LEER-CLAUSULA.
