        IDENTIFICATION DIVISION.
        PROGRAM-ID. choferlibre.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.

        SELECT choferes-rdm
        ASSIGN TO DISK "Entrada/indexados/choferes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cho-clave of rec-choferes-rdm
        ALTERNATE RECORD KEY IS cho-nro-legajo of rec-choferes-rdm
           WITH DUPLICATES
        FILE STATUS IS fs-choferes.

        SELECT alquileres-rdm
        ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS alq-clave of rec-alquileres-rdm
        ALTERNATE RECORD KEY IS alq-chofer of rec-alquileres-rdm
           WITH DUPLICATES
        FILE STATUS IS fs-alquileres.

        SELECT licencias-rdm
        ASSIGN TO DISK "Entrada/indexados/licencias.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lic-clave of rec-licencias-rdm
        FILE STATUS IS fs-licencias.

        DATA DIVISION.
        FILE SECTION.

        FD choferes-rdm LABEL RECORD IS STANDARD.
        01 rec-choferes-rdm.
           03 cho-clave.
              05 cho-nro-legajo  pic x(7).
              05 cho-fecha-desde pic 9(8).
           03 cho-fecha-hasta    pic 9(8).
           03 cho-turno          pic x.
           03 cho-nombre         pic x(30).
           03 cho-sucursal       pic x(2).

        FD alquileres-rdm LABEL RECORD IS STANDARD.
        01 rec-alquileres-rdm.
           03 alq-clave.
              05 alq-patente     pic x(6).
              05 alq-fecha       pic 9(8).
           03 alq-tipo-doc       pic x.
           03 alq-nro-doc        pic x(20).
           03 alq-importe        pic 9(7)v99.
           03 alq-chofer         pic x(7).
           03 alq-estado         pic x.
           03 alq-impuesto       pic 9(7)v99.
           03 alq-total          pic 9(8)v99.
           03 alq-fecha-hasta    pic 9(8).
           03 alq-km-salida      pic 9(7).
           03 alq-km-regreso     pic 9(7).
           03 alq-sucursal       pic x(2).

        FD licencias-rdm LABEL RECORD IS STANDARD.
        01 rec-licencias-rdm.
           03 lic-clave.
              05 lic-legajo      pic x(7).
              05 lic-desde       pic 9(8).
           03 lic-hasta          pic 9(8).
           03 lic-tipo           pic x.

        WORKING-STORAGE SECTION.

        01 fs-choferes   pic xx.
        01 fs-alquileres pic xx.
        01 fs-licencias  pic xx.

       linkage section.
        01 cl-legajo    pic x(7).
        01 cl-fecha     pic 9(8).
        01 cl-turno     pic x.
        01 cl-excluir   pic x(14).
        01 cl-resultado pic x.

      * responde si el chofer puede tomar un servicio en la fecha y
      * turno con el mismo criterio de CHOFERES-DISPONIBLES:
      *   D = disponible;
      *   P = fuera de plantel (ninguna ventana de choferes.dat
      *       cubre la fecha con ese turno);
      *   O = ocupado con un alquiler vigente que incluye la fecha;
      *   L = de licencia en la fecha.
      * cl-excluir es la clave de un alquiler que no cuenta como
      * ocupacion (el propio alquiler del servicio que se asigna);
      * espacios si no hay ninguno. Sin licencias.dat no se
      * controla licencia; sin choferes o alquileres se responde P.
        PROCEDURE DIVISION USING cl-legajo, cl-fecha, cl-turno,
           cl-excluir, cl-resultado.

           move "P" to cl-resultado.
           open input choferes-rdm.
           if fs-choferes not equal to "00"
              goback
           end-if.
           open input alquileres-rdm.
           if fs-alquileres not equal to "00"
              close choferes-rdm
              goback
           end-if.

           perform verificar-plantel.
           if cl-resultado equal to "D"
              perform verificar-ocupacion
           end-if.
           if cl-resultado equal to "D"
              perform verificar-licencia
           end-if.

           close choferes-rdm.
           close alquileres-rdm.
           goback.

        verificar-plantel.
           move cl-legajo to cho-nro-legajo.
           start choferes-rdm key is equal to cho-nro-legajo
              invalid key move "10" to fs-choferes
           end-start.
           if fs-choferes equal to "00"
              perform leer-chofer
              perform examinar-plantel
                 until fs-choferes not equal to "00"
                 or cl-resultado equal to "D"
                 or cho-nro-legajo not equal to cl-legajo
           end-if.

        leer-chofer.
           read choferes-rdm next record
              at end move "10" to fs-choferes
           end-read.

        examinar-plantel.
           if cl-fecha >= cho-fecha-desde
              and cl-fecha <= cho-fecha-hasta
              and cho-turno equal to cl-turno
              move "D" to cl-resultado
           else
              perform leer-chofer
           end-if.

        verificar-ocupacion.
           move cl-legajo to alq-chofer.
           start alquileres-rdm key is equal to alq-chofer
              invalid key move "10" to fs-alquileres
           end-start.
           if fs-alquileres equal to "00"
              perform leer-alquiler
              perform examinar-ocupacion
                 until fs-alquileres not equal to "00"
                 or cl-resultado equal to "O"
                 or alq-chofer not equal to cl-legajo
           end-if.

        leer-alquiler.
           read alquileres-rdm next record
              at end move "10" to fs-alquileres
           end-read.

        examinar-ocupacion.
           if alq-estado not equal to "X"
              and alq-estado not equal to "J"
              and alq-clave not equal to cl-excluir
              and alq-fecha <= cl-fecha
              and alq-fecha-hasta >= cl-fecha
              move "O" to cl-resultado
           else
              perform leer-alquiler
           end-if.

        verificar-licencia.
           open input licencias-rdm.
           if fs-licencias equal to "00"
              move cl-legajo to lic-legajo
              move zeroes to lic-desde
              start licencias-rdm key is not less than lic-clave
                 invalid key move "10" to fs-licencias
              end-start
              if fs-licencias equal to "00"
                 perform leer-licencia
                 perform examinar-licencia
                    until fs-licencias not equal to "00"
                    or cl-resultado equal to "L"
                    or lic-legajo not equal to cl-legajo
              end-if
              close licencias-rdm
           end-if.

        leer-licencia.
           read licencias-rdm next record
              at end move "10" to fs-licencias
           end-read.

        examinar-licencia.
           if lic-desde <= cl-fecha and lic-hasta >= cl-fecha
              move "L" to cl-resultado
           else
              perform leer-licencia
           end-if.
