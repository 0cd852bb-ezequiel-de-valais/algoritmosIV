           03 WS-CAB-FECHA       PIC 9(8).
           03 WS-CAB-HORA        PIC 9(8).
       01 WS-CONTADO             PIC 9(9)V99.
       01 WS-CALCULADO           PIC S9(9)V99.
       01 WS-DIFERENCIA          PIC S9(9)V99.
       01 WS-DIF-EDIT            PIC -ZZZZZZZZ9,99.
       01 WS-EXIT                PIC X.
       *>
       *> suma los movimientos en efectivo estampados con la clave
       *> de la sesion abierta; los cobros con otros medios no
       *> entran al arqueo de caja fisica. Las devoluciones de saldo
       *> pagadas por caja (tipo "D") son salidas y restan.
       *>
       SUMAR-MOVIMIENTOS-SESION.
           MOVE ZEROES TO WS-CALCULADO.
              AND MOV-FECHA-SES = WS-CAB-FECHA
              AND MOV-HORA-SES = WS-CAB-HORA
              AND MOV-MEDIO = "E"
               IF MOV-TIPO = "D"
                   SUBTRACT MOV-IMPORTE FROM WS-CALCULADO
               ELSE
                   ADD MOV-IMPORTE TO WS-CALCULADO
               END-IF
           END-IF.
           READ MOVIMIENTOS-SESION
               AT END MOVE "10" TO FS-MOVIMIENTOS
