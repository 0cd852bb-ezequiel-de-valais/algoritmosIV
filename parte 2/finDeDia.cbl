       01 WS-FECHA-AHORA         PIC 9(8).
       01 WS-HORA-AHORA          PIC 9(8).
       01 WS-MOMENTO             PIC 9(14).
       01 WS-PRONOSTICO          PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
                   "CORREGIR Y VOLVER A EJECUTAR PARA REANUDAR"
           ELSE
               DISPLAY "FIN DE DIA COMPLETO"
               PERFORM OFRECER-PRONOSTICO
               PERFORM DISTRIBUIR-REPORTES
           END-IF.
           ACCEPT WS-EXIT.
           STOP RUN.

       *>
       *> PRONOSTICO DE CHOFERES: paso optativo, fuera de la tabla de
       *> control; no corta ni reanuda la cadena, solo se ofrece
       *> cuando el fin de dia termino completo.
       *>
       OFRECER-PRONOSTICO.
           DISPLAY "EJECUTAR PRONOSTICO DE CHOFERES (S/N): ".
           ACCEPT WS-PRONOSTICO.
           IF WS-PRONOSTICO = "S" OR WS-PRONOSTICO = "s"
               DISPLAY "EJECUTANDO PRONOSTICO-CHOFERES"
               MOVE 0 TO RETURN-CODE
               CALL "PRONOSTICO-CHOFERES"
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO INVOCAR PRONOSTICO-CHOFERES"
                       MOVE 12 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY "PRONOSTICO DE CHOFERES FALLO, RC="
                       RETURN-CODE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       *>
       *> DISTRIBUCION: con la cadena completa se arman los paquetes
       *> de la corrida por sucursal; si falla, los reportes quedan
       *> igual en Salida y se puede distribuir despues.
       *>
       DISTRIBUIR-REPORTES.
           DISPLAY "EJECUTANDO DISTRIBUCION-REPORTES".
           MOVE 0 TO RETURN-CODE.
           CALL "DISTRIBUCION-REPORTES"
               ON EXCEPTION
                   DISPLAY "NO SE PUDO INVOCAR DISTRIBUCION-REPORTES"
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
               DISPLAY "DISTRIBUCION DE REPORTES FALLO, RC="
                   RETURN-CODE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       INICIALIZAR-PASOS.
           MOVE "CONCILIACION-CAJA" TO WS-PROGRAMA (1).
           MOVE "S" TO WS-CRITICO (1).
