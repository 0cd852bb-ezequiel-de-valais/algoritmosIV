       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(4).
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO A AMORTIZAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           COMPUTE WS-PV-FECHA = WS-PERIODO * 100 + 1.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           OPEN INPUT VEHICULOS-SEQ.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VALORES-RND.
           IF FS-VALORES <> "00"
               DISPLAY "SIN VALORES DE ADQUISICION CARGADOS, FS="
                   FS-VALORES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O DEPRECIACION-RND.
           IF NO-EXISTE-DEPREC
           IF FS-DEPRECIACION <> "00"
               DISPLAY "ERROR AL ABRIR HISTORIAL DE DEPRECIACION, "
                   "FS=" FS-DEPRECIACION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-DEPRECIACION.
           MOVE SPACES TO LINEA-REPORTE.
