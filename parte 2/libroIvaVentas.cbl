       01 FS-LIBRO               PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
       01 CANT-COMPROBANTES      PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO DEL LIBRO (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           SORT ORDEN-LIBRO
               ON ASCENDING KEY OLI-FECHA
               ON ASCENDING KEY OLI-NUMERO
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ FACTURAS-SEQ
                   AT END MOVE "10" TO FS-FACTURAS
               END-READ
               PERFORM FILTRAR-COMPROBANTE UNTIL EOF-FACTURAS
               CLOSE FACTURAS-SEQ
           END-IF.

       FILTRAR-COMPROBANTE.
           MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-FECHA-AUX.
       *> del mismo periodo.
       *>
       EMITIR-LIBRO.
           IF RETURN-CODE = 0
               PERFORM LISTAR-LIBRO
           END-IF.

       *>
       *> sin facturas leidas no se pisa el libro anterior.
       *>
       LISTAR-LIBRO.
           OPEN OUTPUT LIBRO-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "LIBRO IVA VENTAS - PERIODO " DELIMITED BY SIZE
