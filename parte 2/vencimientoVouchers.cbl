       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-DE-VOUCHERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOUCHERS-SEQ
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT REPORTE-VOUCHERS
           ASSIGN TO DISK "Salida/vencimientoVouchers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD VOUCHERS-SEQ
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

       FD REPORTE-VOUCHERS
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-VOUCHERS            PIC XX.
           88 EOF-VOUCHERS           VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "VENCIMIENTO-VOUCHER".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE
           "VENCIMIENTO-VOUCHERS".
       01 WS-JR-OPERACION        PIC X VALUE "M".
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "VOUCHERS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).
       01 WS-INICIO-PERIODO      PIC 9(8).
       01 WS-FIN-PERIODO         PIC 9(8).

       01 WS-TIPO-EDIT           PIC X(8).
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZ9,99.
       01 WS-TOTAL-EDIT          PIC ZZZZZZZZZZ9,99.
       01 WS-TOTAL-VENCIDO       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-PASIVO        PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-PASIVO-REG    PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-PASIVO-PRE    PIC 9(11)V99 VALUE ZEROES.
       01 CANT-VENCIDOS          PIC 9(5) VALUE ZEROES.
       01 CANT-EN-CIRCULACION    PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PERIODO A CERRAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-FECHA-AUX-AAAAMM.
           MOVE 1 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-INICIO-PERIODO.
           MOVE 31 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-FIN-PERIODO.
           MOVE WS-INICIO-PERIODO TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           IF WS-PC-RESULTADO = "C"
               DISPLAY "EL PERIODO " WS-PERIODO " ESTA CERRADO, NO "
                   "SE DAN DE BAJA VOUCHERS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           READ VOUCHERS-SEQ
               AT END MOVE "10" TO FS-VOUCHERS
           END-READ.
           PERFORM PROCESAR-VOUCHER UNTIL EOF-VOUCHERS.
           PERFORM EMITIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "VOUCHERS VENCIDOS EN EL PERIODO: " CANT-VENCIDOS.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN I-O VOUCHERS-SEQ.
           IF FS-VOUCHERS <> "00"
               DISPLAY "ERROR AL ABRIR VOUCHERS.DAT, FS=" FS-VOUCHERS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-VOUCHERS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VOUCHERS VENCIDOS (BREAKAGE) Y EN CIRCULACION - "
                      DELIMITED BY SIZE
                  "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VOUCHER  TIPO     VENCIMIENTO  RECIBO      "
               TO LINEA-REPORTE.
           MOVE "SALDO VENCIDO" TO LINEA-REPORTE (46:13).
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE VOUCHERS-SEQ.
           CLOSE REPORTE-VOUCHERS.

       *>
       *> BREAKAGE: el voucher activo que vencio hasta el fin del
       *> periodo con saldo sin usar se da de baja; el saldo pasa
       *> a VOU-IMPORTE-VENCIDO y PASE-AL-MAYOR lo lleva de
       *> VOUCHERS a ingreso. La fecha de baja es el vencimiento si
       *> cae en el periodo, y el primer dia del periodo para los
       *> atrasados, asi el asiento nunca cae en un mes cerrado. Los
       *> vencidos en una corrida anterior del mismo periodo se
       *> vuelven a listar para que el reporte sea repetible. Los
       *> activos que siguen vigentes suman el pasivo en
       *> circulacion.
       *>
       PROCESAR-VOUCHER.
           IF VOUCHER-ACTIVO
              AND VOU-VENCIMIENTO OF REG-VOUCHERS <= WS-FIN-PERIODO
              AND VOU-SALDO OF REG-VOUCHERS > ZEROES
               PERFORM DAR-DE-BAJA-VOUCHER
           END-IF.
           MOVE VOU-FECHA-BAJA OF REG-VOUCHERS TO WS-FECHA-AUX.
           IF VOUCHER-VENCIDO AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INFORMAR-VENCIDO
           END-IF.
           IF VOUCHER-ACTIVO
               ADD 1 TO CANT-EN-CIRCULACION
               ADD VOU-SALDO OF REG-VOUCHERS TO WS-TOTAL-PASIVO
               IF VOUCHER-REGALO
                   ADD VOU-SALDO OF REG-VOUCHERS TO WS-TOTAL-PASIVO-REG
               ELSE
                   ADD VOU-SALDO OF REG-VOUCHERS TO WS-TOTAL-PASIVO-PRE
               END-IF
           END-IF.
           READ VOUCHERS-SEQ
               AT END MOVE "10" TO FS-VOUCHERS
           END-READ.

       DAR-DE-BAJA-VOUCHER.
           MOVE REG-VOUCHERS TO WS-JR-ANTES.
           MOVE VOU-VENCIMIENTO OF REG-VOUCHERS TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               MOVE VOU-VENCIMIENTO OF REG-VOUCHERS TO
                   VOU-FECHA-BAJA OF REG-VOUCHERS
           ELSE
               MOVE WS-INICIO-PERIODO TO
                   VOU-FECHA-BAJA OF REG-VOUCHERS
           END-IF.
           MOVE VOU-SALDO OF REG-VOUCHERS TO
               VOU-IMPORTE-VENCIDO OF REG-VOUCHERS.
           MOVE ZEROES TO VOU-SALDO OF REG-VOUCHERS.
           MOVE "V" TO VOU-ESTADO OF REG-VOUCHERS.
           REWRITE REG-VOUCHERS
               INVALID KEY
                   DISPLAY "ERROR AL DAR DE BAJA EL VOUCHER "
                       VOU-CODIGO OF REG-VOUCHERS
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE REG-VOUCHERS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
           END-REWRITE.

       INFORMAR-VENCIDO.
           ADD 1 TO CANT-VENCIDOS.
           ADD VOU-IMPORTE-VENCIDO OF REG-VOUCHERS TO
               WS-TOTAL-VENCIDO.
           IF VOUCHER-REGALO
               MOVE "REGALO" TO WS-TIPO-EDIT
           ELSE
               MOVE "PREPAGO" TO WS-TIPO-EDIT
           END-IF.
           MOVE VOU-IMPORTE-VENCIDO OF REG-VOUCHERS TO
               WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING VOU-CODIGO OF REG-VOUCHERS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIPO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VOU-VENCIMIENTO OF REG-VOUCHERS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  VOU-RECIBO OF REG-VOUCHERS DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-VENCIDO TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL VENCIDO A INGRESOS (" DELIMITED BY SIZE
                  CANT-VENCIDOS DELIMITED BY SIZE
                  " VOUCHERS):       " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-PASIVO-REG TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PASIVO VOUCHERS DE REGALO:                    "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-PASIVO-PRE TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PASIVO PACKS PREPAGOS:                        "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-PASIVO TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PASIVO EN CIRCULACION (" DELIMITED BY SIZE
                  CANT-EN-CIRCULACION DELIMITED BY SIZE
                  " VOUCHERS):    " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
