       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRESION-DE-PAQUETES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INDICE-DISTRIBUCION
           ASSIGN TO DISK "Entrada/indexados/indiceDistribucion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDI-CLAVE OF REG-INDICE
           FILE STATUS IS FS-INDICE.

       SELECT PAQUETE
           ASSIGN TO DISK WS-RUTA-PAQUETE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAQUETE.

       SELECT DOCUMENTO-REIMPRESION
           ASSIGN TO DISK "Salida/reimpresionPaquete.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REIMPRESION.

       DATA DIVISION.

       FILE SECTION.

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

       FD PAQUETE
           LABEL RECORD IS STANDARD.
       01 LINEA-PAQUETE          PIC X(200).

       FD DOCUMENTO-REIMPRESION
           LABEL RECORD IS STANDARD.
       01 LINEA-REIMPRESION      PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-INDICE              PIC XX.
           88 EOF-INDICE             VALUE "10".
       01 FS-PAQUETE             PIC XX.
           88 EOF-PAQUETE            VALUE "10".
       01 FS-REIMPRESION         PIC XX.
       01 WS-RUTA-PAQUETE        PIC X(60).

       01 WS-FECHA-PAQUETE       PIC 9(8).
       01 WS-SUCURSAL-PAQUETE    PIC X(2).
       01 WS-CORRIDA-PAQUETE     PIC X.
       01 WS-ORDEN-PEDIDO        PIC 99.
       01 WS-CANT-REPORTES       PIC 99 VALUE ZEROES.
       01 WS-CANT-PURGADOS       PIC 99 VALUE ZEROES.
       01 WS-ORDEN-HALLADO       PIC X VALUE "N".
           88 ORDEN-HALLADO          VALUE "S".
       01 WS-RENGLONES-PAGINA    PIC 99 VALUE 60.
       01 WS-RENGLON-DESDE       PIC 9(6).
       01 WS-RENGLON-HASTA       PIC 9(6).
       01 WS-RENGLON-LEIDO       PIC 9(6).
       01 WS-RENGLONES-COPIADOS  PIC 9(6) VALUE ZEROES.
       01 WS-ED-PAGINA           PIC ZZZ9.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           OPEN INPUT INDICE-DISTRIBUCION.
           IF FS-INDICE <> "00"
               DISPLAY "ERROR AL ABRIR INDICE DE DISTRIBUCION, FS="
                   FS-INDICE
               STOP RUN
           END-IF.
           PERFORM REIMPRIMIR-PAQUETE.
           CLOSE INDICE-DISTRIBUCION.
           ACCEPT WS-EXIT.
           STOP RUN.

       *>
       *> vuelve a sacar un paquete de distribucion, entero o un
       *> solo reporte, a partir del indice: se copian las paginas
       *> que el indice le asigna dentro del paquete. Un paquete
       *> depurado ya no se puede reimprimir.
       *>
       REIMPRIMIR-PAQUETE.
           DISPLAY "FECHA DEL PAQUETE (AAAAMMDD): ".
           ACCEPT WS-FECHA-PAQUETE.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL-PAQUETE.
           DISPLAY "CORRIDA (D=FIN DE DIA, M=FIN DE MES): ".
           ACCEPT WS-CORRIDA-PAQUETE.
           IF WS-CORRIDA-PAQUETE = "d"
               MOVE "D" TO WS-CORRIDA-PAQUETE
           END-IF.
           IF WS-CORRIDA-PAQUETE = "m"
               MOVE "M" TO WS-CORRIDA-PAQUETE
           END-IF.
           PERFORM POSICIONAR-PAQUETE.
           IF NOT EOF-INDICE
               MOVE IDI-PAQUETE TO WS-RUTA-PAQUETE
               DISPLAY "ORD REPORTE                        "
                   "DESTINATARIO                   PAG.  CANT EST"
               PERFORM MOSTRAR-CONTENIDO
                   UNTIL EOF-INDICE
                   OR IDI-FECHA NOT = WS-FECHA-PAQUETE
                   OR IDI-SUCURSAL NOT = WS-SUCURSAL-PAQUETE
                   OR IDI-CORRIDA NOT = WS-CORRIDA-PAQUETE
           END-IF.
           IF WS-CANT-REPORTES = ZEROES
               DISPLAY "PAQUETE INEXISTENTE EN EL INDICE"
           ELSE
               IF WS-CANT-PURGADOS > ZEROES
                   DISPLAY "PAQUETE DEPURADO POR CONSERVACION, NO SE "
                       "PUEDE REIMPRIMIR"
               ELSE
                   DISPLAY "ORDEN A REIMPRIMIR (00=PAQUETE COMPLETO): "
                   ACCEPT WS-ORDEN-PEDIDO
                   PERFORM CALCULAR-RENGLONES
                   IF WS-ORDEN-PEDIDO = ZEROES OR ORDEN-HALLADO
                       PERFORM COPIAR-PAGINAS
                   ELSE
                       DISPLAY "ORDEN INEXISTENTE EN EL PAQUETE"
                   END-IF
               END-IF
           END-IF.

       POSICIONAR-PAQUETE.
           MOVE WS-FECHA-PAQUETE TO IDI-FECHA.
           MOVE WS-SUCURSAL-PAQUETE TO IDI-SUCURSAL.
           MOVE WS-CORRIDA-PAQUETE TO IDI-CORRIDA.
           MOVE ZEROES TO IDI-ORDEN.
           START INDICE-DISTRIBUCION KEY IS NOT LESS THAN IDI-CLAVE
               INVALID KEY MOVE "10" TO FS-INDICE
               NOT INVALID KEY MOVE "00" TO FS-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM LEER-INDICE
           END-IF.

       LEER-INDICE.
           READ INDICE-DISTRIBUCION NEXT RECORD
               AT END MOVE "10" TO FS-INDICE
           END-READ.

       MOSTRAR-CONTENIDO.
           ADD 1 TO WS-CANT-REPORTES.
           IF IDI-PURGADO
               ADD 1 TO WS-CANT-PURGADOS
           END-IF.
           DISPLAY IDI-ORDEN "  " IDI-TITULO " " IDI-DESTINATARIO " "
               IDI-PAGINA-DESDE "  " IDI-PAGINAS " " IDI-ESTADO.
           PERFORM LEER-INDICE.

       *>
       *> las paginas del paquete son de 60 renglones; el paquete
       *> completo va desde el primer renglon hasta el final.
       *>
       CALCULAR-RENGLONES.
           MOVE 1 TO WS-RENGLON-DESDE.
           MOVE 999999 TO WS-RENGLON-HASTA.
           IF WS-ORDEN-PEDIDO > ZEROES
               MOVE WS-FECHA-PAQUETE TO IDI-FECHA
               MOVE WS-SUCURSAL-PAQUETE TO IDI-SUCURSAL
               MOVE WS-CORRIDA-PAQUETE TO IDI-CORRIDA
               MOVE WS-ORDEN-PEDIDO TO IDI-ORDEN
               READ INDICE-DISTRIBUCION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ORDEN-HALLADO
                       COMPUTE WS-RENGLON-DESDE =
                           (IDI-PAGINA-DESDE - 1) * WS-RENGLONES-PAGINA
                           + 1
                       COMPUTE WS-RENGLON-HASTA =
                           (IDI-PAGINA-DESDE + IDI-PAGINAS - 1)
                           * WS-RENGLONES-PAGINA
               END-READ
           END-IF.

       COPIAR-PAGINAS.
           OPEN INPUT PAQUETE.
           IF FS-PAQUETE <> "00"
               DISPLAY "NO SE ENCUENTRA EL PAQUETE " WS-RUTA-PAQUETE
           ELSE
               OPEN OUTPUT DOCUMENTO-REIMPRESION
               MOVE ZEROES TO WS-RENGLON-LEIDO
               PERFORM LEER-PAQUETE
               PERFORM COPIAR-RENGLON
                   UNTIL EOF-PAQUETE
                   OR WS-RENGLON-LEIDO > WS-RENGLON-HASTA
               CLOSE DOCUMENTO-REIMPRESION
               CLOSE PAQUETE
               IF WS-RENGLONES-COPIADOS = ZEROES
                   DISPLAY "EL PAQUETE ESTA VACIO"
               ELSE
                   COMPUTE WS-ED-PAGINA =
                       WS-RENGLONES-COPIADOS / WS-RENGLONES-PAGINA
                   DISPLAY "REIMPRESAS " WS-ED-PAGINA
                       " PAGINAS EN Salida/reimpresionPaquete.txt"
               END-IF
           END-IF.

       LEER-PAQUETE.
           READ PAQUETE
               AT END MOVE "10" TO FS-PAQUETE
               NOT AT END ADD 1 TO WS-RENGLON-LEIDO
           END-READ.

       COPIAR-RENGLON.
           IF WS-RENGLON-LEIDO >= WS-RENGLON-DESDE
               WRITE LINEA-REIMPRESION FROM LINEA-PAQUETE
               ADD 1 TO WS-RENGLONES-COPIADOS
           END-IF.
           PERFORM LEER-PAQUETE.
