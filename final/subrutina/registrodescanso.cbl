        IDENTIFICATION DIVISION.
        PROGRAM-ID. registrodescanso.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.

        SELECT registro-descansos
        ASSIGN TO DISK "Entrada/descansosChofer.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fs-descansos.

        DATA DIVISION.
        FILE SECTION.

        FD registro-descansos LABEL RECORD IS STANDARD.
        01 reg-descanso.
           03 rdc-fecha      pic 9(8).
           03 rdc-hora       pic 9(8).
           03 rdc-operador   pic x(20).
           03 rdc-programa   pic x(20).
           03 rdc-legajo     pic x(7).
           03 rdc-patente    pic x(6).
           03 rdc-desde      pic 9(8).
           03 rdc-hasta      pic 9(8).
           03 rdc-conflicto  pic 9(8).
           03 rdc-minutos    pic 9(5).
           03 rdc-resultado  pic x.

        WORKING-STORAGE SECTION.

        01 fs-descansos pic xx.
        01 ws-operador  pic x(20).

       linkage section.
        01 rd-programa   pic x(20).
        01 rd-legajo     pic x(7).
        01 rd-patente    pic x(6).
        01 rd-desde      pic 9(8).
        01 rd-hasta      pic 9(8).
        01 rd-conflicto  pic 9(8).
        01 rd-minutos    pic 9(5).
        01 rd-resultado  pic x.

      * asienta cada servicio que no cumplia el descanso minimo del
      * chofer (ver descansochofer) y como termino: R = rechazado,
      * A = autorizado por un supervisor. El operador es el de la
      * variable OPERADOR, que tras la autorizacion es el propio
      * supervisor. El informe semanal de cumplimiento lo lee.
        PROCEDURE DIVISION USING rd-programa, rd-legajo, rd-patente,
           rd-desde, rd-hasta, rd-conflicto, rd-minutos,
           rd-resultado.

           accept ws-operador from environment "OPERADOR"
              on exception
                 move "SIN-FIRMA" to ws-operador
           end-accept.
           if ws-operador equal to spaces
              move "SIN-FIRMA" to ws-operador
           end-if.

           open extend registro-descansos.
           if fs-descansos equal to "05" or fs-descansos equal to "35"
              open output registro-descansos
           end-if.
           if fs-descansos not equal to "00"
              display "error abriendo registro de descansos, fs="
                 fs-descansos
           else
              accept rdc-fecha from date yyyymmdd
              accept rdc-hora from time
              move ws-operador to rdc-operador
              move rd-programa to rdc-programa
              move rd-legajo to rdc-legajo
              move rd-patente to rdc-patente
              move rd-desde to rdc-desde
              move rd-hasta to rdc-hasta
              move rd-conflicto to rdc-conflicto
              move rd-minutos to rdc-minutos
              move rd-resultado to rdc-resultado
              write reg-descanso
              close registro-descansos
           end-if.

           goback.
