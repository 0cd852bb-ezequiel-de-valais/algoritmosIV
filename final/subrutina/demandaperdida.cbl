        IDENTIFICATION DIVISION.
        PROGRAM-ID. demandaperdida.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.

        SELECT registro-demanda
        ASSIGN TO DISK "Entrada/demandaPerdida.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fs-demanda.

        DATA DIVISION.
        FILE SECTION.

        FD registro-demanda LABEL RECORD IS STANDARD.
        01 reg-demanda.
           03 dpr-fecha      pic 9(8).
           03 dpr-hora       pic 9(8).
           03 dpr-operador   pic x(20).
           03 dpr-programa   pic x(20).
           03 dpr-sucursal   pic x(2).
           03 dpr-categoria  pic x(2).
           03 dpr-turno      pic x.
           03 dpr-desde      pic 9(8).
           03 dpr-hasta      pic 9(8).
           03 dpr-motivo     pic x(2).

        WORKING-STORAGE SECTION.

        01 fs-demanda   pic xx.
        01 ws-operador  pic x(20).

       linkage section.
        01 dp-programa   pic x(20).
        01 dp-sucursal   pic x(2).
        01 dp-categoria  pic x(2).
        01 dp-turno      pic x.
        01 dp-desde      pic 9(8).
        01 dp-hasta      pic 9(8).
        01 dp-motivo     pic x(2).

      * asienta un pedido que no se pudo atender (alta, reserva o
      * presupuesto) para medir la demanda perdida:
      *   SV = sin vehiculo libre de la categoria en el rango;
      *   TA = el vehiculo (o los unicos de la categoria) en taller;
      *   SC = sin chofer libre en la fecha y turno.
      * El turno va en blanco cuando el pedido no lo define. El
      * informe mensual DEMANDA-PERDIDA lo lee.
        PROCEDURE DIVISION USING dp-programa, dp-sucursal,
           dp-categoria, dp-turno, dp-desde, dp-hasta, dp-motivo.

           accept ws-operador from environment "OPERADOR"
              on exception
                 move "SIN-FIRMA" to ws-operador
           end-accept.
           if ws-operador equal to spaces
              move "SIN-FIRMA" to ws-operador
           end-if.

           open extend registro-demanda.
           if fs-demanda equal to "05" or fs-demanda equal to "35"
              open output registro-demanda
           end-if.
           if fs-demanda not equal to "00"
              display "error abriendo registro de demanda perdida, fs="
                 fs-demanda
           else
              accept dpr-fecha from date yyyymmdd
              accept dpr-hora from time
              move ws-operador to dpr-operador
              move dp-programa to dpr-programa
              move dp-sucursal to dpr-sucursal
              move dp-categoria to dpr-categoria
              move dp-turno to dpr-turno
              move dp-desde to dpr-desde
              move dp-hasta to dpr-hasta
              move dp-motivo to dpr-motivo
              write reg-demanda
              close registro-demanda
           end-if.

           goback.
