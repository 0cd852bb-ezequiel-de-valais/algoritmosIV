       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-CAJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS-DYN
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS
           FILE STATUS IS FS-FACTURAS.

       SELECT APLICACIONES-DYN
           ASSIGN TO DISK "Entrada/indexados/aplicacionPagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS API-CLAVE OF REG-APLICACIONES
           ALTERNATE RECORD KEY IS API-FACTURA OF REG-APLICACIONES
              WITH DUPLICATES
           FILE STATUS IS FS-APLICACIONES.

       SELECT PAGOS-DYN
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT PLANES-DYN
           ASSIGN TO DISK "Entrada/indexados/planesPago.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-CLAVE OF REG-PLANES
           FILE STATUS IS FS-PLANES.

       SELECT CONVENIOS-RND
           ASSIGN TO DISK "Entrada/indexados/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNV-NUMERO OF REG-CONVENIOS
           FILE STATUS IS FS-CONVENIOS.

       SELECT INTEGRANTES-RND
           ASSIGN TO DISK "Entrada/indexados/integrantesConvenio.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INT-CLI-NUMERO OF REG-INTEGRANTES
           FILE STATUS IS FS-INTEGRANTES.

       SELECT FACTURADOS-CONVENIO
           ASSIGN TO DISK "Entrada/indexados/facturadosConvenio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURADOS.

       SELECT ALQUILERES-DYN
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT RESERVAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-SEQ
           FILE STATUS IS FS-RESERVAS.

       SELECT SENIAS-RND
           ASSIGN TO DISK "Entrada/indexados/senias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-RES-NUMERO OF REG-SENIAS
           FILE STATUS IS FS-SENIAS.

       SELECT RESERVAS-CANAL-RND
           ASSIGN TO DISK "Entrada/indexados/reservasCanales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-CLAVE OF REG-RESERVAS-CANAL
           ALTERNATE RECORD KEY IS RCN-RES-NUMERO OF
              REG-RESERVAS-CANAL
           FILE STATUS IS FS-RESERVAS-CANAL.

       SELECT CHEQUES-DYN
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT FACTURAS-PROV-DYN
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPR-CLAVE OF REG-FACTURAS-PROV
           ALTERNATE RECORD KEY IS FPR-PATENTE OF REG-FACTURAS-PROV
              WITH DUPLICATES
           FILE STATUS IS FS-FACTURAS-PROV.

       SELECT COMISIONES-DYN
           ASSIGN TO DISK "Entrada/indexados/comisionesChofer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CLAVE OF REG-COMISIONES
           FILE STATUS IS FS-COMISIONES.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT PROYECCIONES-CAJA
           ASSIGN TO DISK "Entrada/indexados/proyeccionesCaja.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROYECCIONES.

       SELECT REPORTE-CAJA
           ASSIGN TO DISK "Salida/proyeccionCaja.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD FACTURAS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS.
           03 FAC-NUMERO       PIC 9(8).
           03 FAC-FECHA        PIC 9(8).
           03 FAC-TIPO-DOC     PIC X.
           03 FAC-NRO-DOC      PIC X(20).
           03 FAC-CLI-NUMERO   PIC X(8).
           03 FAC-PATENTE      PIC X(6).
           03 FAC-FECHA-ALQ    PIC 9(8).
           03 FAC-NETO         PIC 9(8)V99.
           03 FAC-IVA          PIC 9(8)V99.
           03 FAC-TOTAL        PIC 9(9)V99.
           03 FAC-TIPO         PIC X.
               88 FAC-NOTA-CREDITO VALUE "N".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD APLICACIONES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-APLICACIONES.
           03 API-CLAVE.
               05  API-RECIBO  PIC X(8).
               05  API-FACTURA PIC 9(8).
           03 API-IMPORTE      PIC 9(9)V99.

       FD PAGOS-DYN
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

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

       FD PLANES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-PLANES.
           03 PLA-CLAVE.
               05  PLA-CLI-NUMERO  PIC X(8).
               05  PLA-CUOTA       PIC 9(3).
           03 PLA-IMPORTE      PIC 9(9)V99.
           03 PLA-VENCIMIENTO  PIC 9(8).
           03 PLA-ESTADO       PIC X.
               88 CUOTA-PENDIENTE  VALUE "P".
               88 CUOTA-COBRADA    VALUE "C".

       FD CONVENIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONVENIOS.
           03 CNV-NUMERO       PIC X(6).
           03 CNV-NOMBRE       PIC X(30).
           03 CNV-DESCUENTO    PIC 9(3)V99.
           03 CNV-ESTADO       PIC X.
               88 CONVENIO-ACTIVO  VALUE "A".
           03 CNV-CLI-TITULAR  PIC X(8).

       FD INTEGRANTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTEGRANTES.
           03 INT-CLI-NUMERO   PIC X(8).
           03 INT-CONVENIO     PIC X(6).

       FD FACTURADOS-CONVENIO
           LABEL RECORD IS STANDARD.
       01 REG-FACTURADO.
           03 FCO-PERIODO      PIC 9(6).
           03 FCO-CONVENIO     PIC X(6).
           03 FCO-FACTURA      PIC 9(8).

       FD ALQUILERES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES.
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

       FD RESERVAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-SEQ.
           03 RES-NUMERO       PIC X(8).
           03 RES-TIPO-DOC     PIC X.
           03 RES-NRO-DOC      PIC X(20).
           03 RES-PATENTE      PIC X(6).
           03 RES-CATEGORIA    PIC X(2).
           03 RES-CHOFER       PIC X(7).
           03 RES-FECHA        PIC 9(8).
           03 RES-IMPORTE      PIC 9(7)V99.
           03 RES-ESTADO       PIC X.
               88 RES-CONFIRMADA   VALUE "C".

       FD SENIAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-SENIAS.
           03 SEN-RES-NUMERO   PIC X(8).
           03 SEN-IMPORTE      PIC 9(7)V99.
           03 SEN-FECHA        PIC 9(8).
           03 SEN-ESTADO       PIC X.
               88 SENIA-ACTIVA     VALUE "A".
           03 SEN-MOTIVO       PIC X(2).

       FD RESERVAS-CANAL-RND
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-CANAL.
           03 RCN-CLAVE.
               05  RCN-CANAL       PIC X(3).
               05  RCN-REFERENCIA  PIC X(20).
           03 RCN-RES-NUMERO       PIC X(8).
           03 RCN-SUCURSAL         PIC X(2).
           03 RCN-TURNO            PIC X.
           03 RCN-FECHA-ALTA       PIC 9(8).
           03 RCN-IMPORTE-CANAL    PIC 9(7)V99.

       FD CHEQUES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-CHEQUES.
           03 CHQ-RECIBO       PIC X(8).
           03 CHQ-NRO-DOC      PIC X(20).
           03 CHQ-BANCO        PIC X(20).
           03 CHQ-NUMERO       PIC X(10).
           03 CHQ-LIBRADOR     PIC X(30).
           03 CHQ-FECHA-RECIBIDO PIC 9(8).
           03 CHQ-FECHA-DIFERIDA PIC 9(8).
           03 CHQ-IMPORTE      PIC 9(9)V99.
           03 CHQ-ESTADO       PIC X.
               88 CHEQUE-EN-CARTERA    VALUE "C".
               88 CHEQUE-DEPOSITADO    VALUE "D".
               88 CHEQUE-RECHAZADO     VALUE "R".
           03 CHQ-FECHA-DEPOSITO PIC 9(8).
           03 CHQ-FECHA-RECHAZO  PIC 9(8).
           03 CHQ-MOTIVO-RECHAZO PIC X(20).
           03 CHQ-GASTO-RECHAZO  PIC 9(9)V99.
           03 CHQ-NOTA-DEBITO    PIC 9(8).
           03 CHQ-TOTAL-NOTA     PIC 9(9)V99.

       FD FACTURAS-PROV-DYN
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-PROV.
           03 FPR-CLAVE.
               05  FPR-PROVEEDOR   PIC X(6).
               05  FPR-COMPROBANTE PIC X(12).
           03 FPR-PATENTE      PIC X(6).
           03 FPR-FECHA        PIC 9(8).
           03 FPR-ORIGEN       PIC X.
               88 ORIGEN-GASTO         VALUE "G".
               88 ORIGEN-COMBUSTIBLE   VALUE "C".
           03 FPR-RUBRO        PIC X.
           03 FPR-IMPORTE      PIC 9(9)V99.
           03 FPR-VENCIMIENTO  PIC 9(8).
           03 FPR-OT-FECHA     PIC 9(8).
           03 FPR-ESTADO       PIC X.
               88 FACTURA-PROV-PENDIENTE VALUE "P".
               88 FACTURA-PROV-PAGADA    VALUE "C".
           03 FPR-ORDEN-PAGO   PIC 9(8).
           03 FPR-FECHA-PAGO   PIC 9(8).

       FD COMISIONES-DYN
           LABEL RECORD IS STANDARD.
       01 REG-COMISIONES.
           03 COM-CLAVE.
               05  COM-LEGAJO      PIC X(7).
               05  COM-NRO-LIQ     PIC 9(6).
           03 COM-DESDE            PIC 9(8).
           03 COM-HASTA            PIC 9(8).
           03 COM-FECHA-LIQ        PIC 9(8).
           03 COM-ALQUILERES       PIC 9(5).
           03 COM-GENERADO         PIC 9(11)V99.
           03 COM-COMISION         PIC 9(11)V99.
           03 COM-DESCUENTOS       PIC 9(11)V99.
           03 COM-NETO             PIC 9(11)V99.

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

       *>
       *> HISTORICO DE PROYECCIONES: cada corrida deja un renglon
       *> por sucursal y semana con lo que se esperaba entrar y
       *> salir, para medir la corrida siguiente contra lo real.
       *>
       FD PROYECCIONES-CAJA
           LABEL RECORD IS STANDARD.
       01 REG-PROYECCION.
           03 PRY-FECHA-CORRIDA    PIC 9(8).
           03 PRY-SUCURSAL         PIC X(2).
           03 PRY-SEMANA           PIC 9(2).
           03 PRY-DESDE            PIC 9(8).
           03 PRY-HASTA            PIC 9(8).
           03 PRY-ENTRADAS         PIC 9(11)V99.
           03 PRY-SALIDAS          PIC 9(11)V99.

       FD REPORTE-CAJA
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(150).

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-APLICACIONES        PIC XX.
       01 WS-APLICACIONES-DISP   PIC X VALUE "N".
           88 APLICACIONES-DISPONIBLES VALUE "S".
       01 FS-PAGOS               PIC XX.
       01 WS-PAGOS-DISP          PIC X VALUE "N".
           88 PAGOS-DISPONIBLES      VALUE "S".
       01 FS-CLIENTES            PIC XX.
       01 WS-CLIENTES-DISP       PIC X VALUE "N".
           88 CLIENTES-DISPONIBLES   VALUE "S".
       01 FS-PLANES              PIC XX.
       01 WS-PLANES-DISP         PIC X VALUE "N".
           88 PLANES-DISPONIBLES     VALUE "S".
       01 FS-CONVENIOS           PIC XX.
       01 FS-INTEGRANTES         PIC XX.
       01 WS-CONVENIOS-DISP      PIC X VALUE "N".
           88 CONVENIOS-DISPONIBLES  VALUE "S".
       01 FS-FACTURADOS          PIC XX.
           88 EOF-FACTURADOS         VALUE "10".
       01 FS-ALQUILERES          PIC XX.
       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPONIBLES VALUE "S".
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 WS-RESERVAS-DISP       PIC X VALUE "N".
           88 RESERVAS-DISPONIBLES   VALUE "S".
       01 FS-SENIAS              PIC XX.
       01 WS-SENIAS-DISP         PIC X VALUE "N".
           88 SENIAS-DISPONIBLES     VALUE "S".
       01 FS-RESERVAS-CANAL      PIC XX.
       01 WS-CANALES-DISP        PIC X VALUE "N".
           88 CANALES-DISPONIBLES    VALUE "S".
       01 FS-CHEQUES             PIC XX.
       01 WS-CHEQUES-DISP        PIC X VALUE "N".
           88 CHEQUES-DISPONIBLES    VALUE "S".
       01 FS-FACTURAS-PROV       PIC XX.
       01 WS-PROVEEDORES-DISP    PIC X VALUE "N".
           88 PROVEEDORES-DISPONIBLES VALUE "S".
       01 FS-COMISIONES          PIC XX.
       01 WS-COMISIONES-DISP     PIC X VALUE "N".
           88 COMISIONES-DISPONIBLES VALUE "S".
       01 FS-CHOFERES            PIC XX.
       01 WS-CHOFERES-DISP       PIC X VALUE "N".
           88 CHOFERES-DISPONIBLES   VALUE "S".
       01 FS-PROYECCIONES        PIC XX.
           88 EOF-PROYECCIONES       VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PROYECCION-CAJA".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-SUCURSAL-BASE       PIC X(2).
       01 WS-FECHA-LIMITE        PIC 9(8).
       01 WS-FECHA-BASE          PIC 9(8).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).
       01 WS-FECHA-EDIT          PIC 9(8).
       01 WS-FECHA-EDIT-RED REDEFINES WS-FECHA-EDIT.
           03 WS-FED-AAAA         PIC 9(4).
           03 WS-FED-MM           PIC 9(2).
           03 WS-FED-DD           PIC 9(2).
       01 WS-PERIODO-DESDE       PIC 9(6).
       01 WS-PERIODO-DESDE-RED REDEFINES WS-PERIODO-DESDE.
           03 WS-PDE-AAAA         PIC 9(4).
           03 WS-PDE-MM           PIC 9(2).

       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           03 WS-CUR-MM          PIC 9(2).
           03 WS-CUR-DD          PIC 9(2).
       01 WS-CUR-DIAS-MES        PIC 99.
       01 WS-CUR-RESTO-AUX       PIC 9(6).
       01 WS-CUR-RESTO-400       PIC 999.
       01 WS-CUR-RESTO-100       PIC 999.
       01 WS-CUR-RESTO-4         PIC 9.
       01 WS-MES-ORIGINAL        PIC 99.
       01 WS-FECHA-FIN-MES       PIC 9(8).
       01 WS-DIAS-CONTADOS       PIC 9(3).

       *>
       *> TRECE SEMANAS corridas desde hoy; la primera absorbe lo
       *> que ya esta vencido y no entro.
       *>
       01 WS-TABLA-SEMANAS.
           03 WS-SEMANA OCCURS 13 TIMES.
               05 WS-SEM-DESDE     PIC 9(8).
               05 WS-SEM-HASTA     PIC 9(8).
       01 WS-IND-SEM             PIC 99.
       01 WS-SEM-HALLADA         PIC 99.

       *>
       *> proyeccion por sucursal, semana y concepto. Conceptos:
       *> 1 facturas abiertas, 2 cuotas de planes de pago, 3
       *> convenios a facturar, 4 saldo de reservas confirmadas, 5
       *> cheques en cartera (entradas); 6 facturas de proveedor, 7
       *> liquidaciones de choferes (salidas). La primera fila es
       *> la sucursal propia.
       *>
       01 WS-TABLA-SUCURSALES.
           03 WS-SUC OCCURS 9 TIMES.
               05 WS-SUC-CODIGO    PIC X(2).
               05 WS-SUC-SEMANA OCCURS 13 TIMES.
                   07 WS-SUC-IMPORTE PIC S9(11)V99 OCCURS 7 TIMES.
       01 WS-SUC-USADAS          PIC 99 VALUE ZEROES.
       01 WS-IND-SUC             PIC 99.
       01 WS-SUC-HALLADA         PIC 99.
       01 WS-SUC-BUSCADA         PIC X(2).
       01 WS-IND-CON             PIC 9.

       01 WS-TABLA-TOTALES.
           03 WS-TOT-SEMANA OCCURS 13 TIMES.
               05 WS-TOT-IMPORTE   PIC S9(11)V99 OCCURS 7 TIMES.

       01 WS-LINEA-VALORES.
           03 WS-LIN-IMPORTE     PIC S9(11)V99 OCCURS 7 TIMES.
       01 WS-LIN-ENTRADAS        PIC S9(11)V99.
       01 WS-LIN-SALIDAS         PIC S9(11)V99.
       01 WS-LIN-NETO            PIC S9(11)V99.
       01 WS-ACUMULADO           PIC S9(12)V99.

       01 WS-IMP-FECHA           PIC 9(8).
       01 WS-IMP-IMPORTE         PIC S9(11)V99.
       01 WS-IMP-CONCEPTO        PIC 9.

       *>
       *> DIAS DE PAGO por cliente: por cada aplicacion de recibo a
       *> factura, los dias entre la factura y el recibo (tope 180).
       *> El cliente sin historia toma el promedio general.
       *>
       01 WS-TABLA-ATRASOS.
           03 WS-ATR-FILA OCCURS 1000 TIMES.
               05 WS-ATR-CLIENTE   PIC X(8).
               05 WS-ATR-DIAS      PIC 9(9).
               05 WS-ATR-CANTIDAD  PIC 9(7).
       01 WS-ATR-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-ATR-IND             PIC 9(4).
       01 WS-ATR-HALLADA         PIC 9(4).
       01 WS-ATR-DIAS-TOTAL      PIC 9(11) VALUE ZEROES.
       01 WS-ATR-CANT-TOTAL      PIC 9(9) VALUE ZEROES.
       01 WS-ATRASO-GENERAL      PIC 9(3) VALUE ZEROES.
       01 WS-DIAS-ATRASO         PIC 9(3).
       01 WS-CLI-BUSCADO         PIC X(8).

       *>
       *> notas de credito por factura de origen: bajan el saldo a
       *> cobrar de la factura que corrigen.
       *>
       01 WS-TABLA-NOTAS.
           03 WS-NCR-FILA OCCURS 500 TIMES.
               05 WS-NCR-ORIGEN    PIC 9(8).
               05 WS-NCR-IMPORTE   PIC 9(9)V99.
       01 WS-NCR-USADAS          PIC 9(3) VALUE ZEROES.
       01 WS-NCR-IND             PIC 9(3).

       01 WS-YA-FACTURADOS.
           03 WS-YAF-FILA OCCURS 500 TIMES.
               05 WS-YAF-PERIODO   PIC 9(6).
               05 WS-YAF-CONVENIO  PIC X(6).
       01 WS-YAF-USADAS          PIC 9(3) VALUE ZEROES.
       01 WS-YAF-IND             PIC 9(3).
       01 WS-YAF-REPETIDO        PIC X.
       01 WS-GUARDA-DESBORDADA   PIC X VALUE "N".
       01 WS-CONVENIO-CLI        PIC X(6).
       01 WS-TITULAR-CONVENIO    PIC X(8).

       01 WS-SALDO               PIC S9(11)V99.
       01 WS-TIENE-PLAN          PIC X.
       01 WS-PLAN-CLIENTE        PIC X(8) VALUE SPACES.
       01 WS-PLAN-RESULTADO      PIC X.

       *>
       *> PROYECCION ANTERIOR: la ultima corrida guardada antes de
       *> hoy, sumada por semana; contra ella se mide lo cobrado y
       *> pagado de verdad en las semanas ya cumplidas.
       *>
       01 WS-TABLA-ANTERIOR.
           03 WS-ANT-SEMANA OCCURS 13 TIMES.
               05 WS-ANT-DESDE     PIC 9(8).
               05 WS-ANT-HASTA     PIC 9(8).
               05 WS-ANT-ENTRADAS  PIC 9(12)V99.
               05 WS-ANT-SALIDAS   PIC 9(12)V99.
               05 WS-ANT-REAL-ENT  PIC 9(12)V99.
               05 WS-ANT-REAL-SAL  PIC 9(12)V99.
       01 WS-FECHA-ANTERIOR      PIC 9(8) VALUE ZEROES.
       01 WS-YA-GUARDADA         PIC X VALUE "N".
       01 WS-REAL-FECHA          PIC 9(8).
       01 WS-REAL-IMPORTE        PIC 9(11)V99.
       01 WS-DESVIO              PIC S9(12)V99.

       01 WS-ED-FECHA-CORTA      PIC X(5).
       01 WS-ED-DESDE-CORTA      PIC X(5).
       01 WS-ED-SEMANA           PIC Z9.
       01 WS-ED-CONCEPTO-1       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-2       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-3       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-4       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-5       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-6       PIC -ZZZZZZZZ9.99.
       01 WS-ED-CONCEPTO-7       PIC -ZZZZZZZZ9.99.
       01 WS-ED-NETO             PIC -ZZZZZZZZZ9.99.
       01 WS-ED-ACUMULADO        PIC -ZZZZZZZZZ9.99.
       01 WS-ED-PROY-ENT         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REAL-ENT         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DESVIO-ENT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PROY-SAL         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REAL-SAL         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-DESVIO-SAL       PIC -ZZZ,ZZZ,ZZ9.99.

       01 CANT-FACTURAS-ABIERTAS PIC 9(7) VALUE ZEROES.
       01 CANT-CON-PLAN          PIC 9(7) VALUE ZEROES.
       01 CANT-CUOTAS            PIC 9(7) VALUE ZEROES.
       01 CANT-ALQ-CONVENIO      PIC 9(7) VALUE ZEROES.
       01 CANT-RESERVAS          PIC 9(7) VALUE ZEROES.
       01 CANT-CHEQUES           PIC 9(7) VALUE ZEROES.
       01 CANT-PROVEEDORES       PIC 9(7) VALUE ZEROES.
       01 CANT-LIQUIDACIONES     PIC 9(7) VALUE ZEROES.
       01 CANT-FUERA-HORIZONTE   PIC 9(7) VALUE ZEROES.
       01 CANT-SUC-DESBORDE      PIC 9(7) VALUE ZEROES.
       01 CANT-NOTAS-DESBORDE    PIC 9(5) VALUE ZEROES.
       01 CANT-ATRASOS-DESBORDE  PIC 9(5) VALUE ZEROES.
       01 CANT-SEMANAS-COMPARADAS PIC 99 VALUE ZEROES.
       01 CANT-RENGLONES-GUARDADOS PIC 9(5) VALUE ZEROES.

       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-SUCURSAL-BASE FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL-BASE
           END-ACCEPT.
           IF WS-SUCURSAL-BASE = SPACES
               MOVE "01" TO WS-SUCURSAL-BASE
           END-IF.
           PERFORM ARMAR-SEMANAS.
           PERFORM LIMPIAR-SUCURSAL
               VARYING WS-IND-SUC FROM 1 BY 1 UNTIL WS-IND-SUC > 9.
           MOVE 1 TO WS-SUC-USADAS.
           MOVE WS-SUCURSAL-BASE TO WS-SUC-CODIGO (1).
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PROYECCION-ANTERIOR.
           PERFORM CARGAR-YA-FACTURADOS.
           PERFORM CARGAR-NOTAS-CREDITO.
           PERFORM CALCULAR-ATRASOS.
           PERFORM PROYECTAR-FACTURAS.
           PERFORM PROYECTAR-CUOTAS.
           PERFORM PROYECTAR-CONVENIOS.
           PERFORM PROYECTAR-RESERVAS.
           PERFORM PROYECTAR-CHEQUES.
           PERFORM PROYECTAR-PROVEEDORES.
           PERFORM PROYECTAR-COMISIONES.
           PERFORM ACUMULAR-COBRANZA-REAL.
           PERFORM EMITIR-PROYECCION.
           PERFORM EMITIR-COMPARACION.
           PERFORM GUARDAR-PROYECCION.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "FACTURAS CON SALDO PROYECTADAS: "
               CANT-FACTURAS-ABIERTAS.
           DISPLAY "FACTURAS EXCLUIDAS POR PLAN DE PAGOS: "
               CANT-CON-PLAN.
           DISPLAY "CUOTAS DE PLANES PROYECTADAS: " CANT-CUOTAS.
           DISPLAY "ALQUILERES DE CONVENIO A FACTURAR: "
               CANT-ALQ-CONVENIO.
           DISPLAY "RESERVAS CONFIRMADAS CON SALDO: " CANT-RESERVAS.
           DISPLAY "CHEQUES EN CARTERA: " CANT-CHEQUES.
           DISPLAY "FACTURAS DE PROVEEDOR A PAGAR: " CANT-PROVEEDORES.
           DISPLAY "LIQUIDACIONES DE CHOFERES A PAGAR: "
               CANT-LIQUIDACIONES.
           DISPLAY "MOVIMIENTOS FUERA DE LAS 13 SEMANAS: "
               CANT-FUERA-HORIZONTE.
           DISPLAY "SEMANAS COMPARADAS CON LA PROYECCION ANTERIOR: "
               CANT-SEMANAS-COMPARADAS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ARMAR-SEMANAS.
           MOVE WS-FECHA-HOY TO WS-FECHA-CURSOR.
           PERFORM ARMAR-SEMANA
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.
           MOVE WS-SEM-HASTA (13) TO WS-FECHA-LIMITE.

       ARMAR-SEMANA.
           MOVE WS-FECHA-CURSOR TO WS-SEM-DESDE (WS-IND-SEM).
           PERFORM SUMAR-DIA-CURSOR 6 TIMES.
           MOVE WS-FECHA-CURSOR TO WS-SEM-HASTA (WS-IND-SEM).
           PERFORM SUMAR-DIA-CURSOR.

       LIMPIAR-SUCURSAL.
           MOVE SPACES TO WS-SUC-CODIGO (WS-IND-SUC).
           PERFORM LIMPIAR-SEMANA-SUC
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.

       LIMPIAR-SEMANA-SUC.
           PERFORM LIMPIAR-CONCEPTO-SUC
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 7.

       LIMPIAR-CONCEPTO-SUC.
           MOVE ZEROES TO
               WS-SUC-IMPORTE (WS-IND-SUC, WS-IND-SEM, WS-IND-CON).

       ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-DYN.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               STOP RUN
           END-IF.
           OPEN INPUT APLICACIONES-DYN.
           IF FS-APLICACIONES = "00"
               MOVE "S" TO WS-APLICACIONES-DISP
           END-IF.
           OPEN INPUT PAGOS-DYN.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES = "00"
               MOVE "S" TO WS-CLIENTES-DISP
           END-IF.
           OPEN INPUT PLANES-DYN.
           IF FS-PLANES = "00"
               MOVE "S" TO WS-PLANES-DISP
           END-IF.
           OPEN INPUT CONVENIOS-RND.
           OPEN INPUT INTEGRANTES-RND.
           IF FS-CONVENIOS = "00" AND FS-INTEGRANTES = "00"
               MOVE "S" TO WS-CONVENIOS-DISP
           END-IF.
           OPEN INPUT ALQUILERES-DYN.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT RESERVAS-SEQ.
           IF FS-RESERVAS = "00"
               MOVE "S" TO WS-RESERVAS-DISP
           END-IF.
           OPEN INPUT SENIAS-RND.
           IF FS-SENIAS = "00"
               MOVE "S" TO WS-SENIAS-DISP
           END-IF.
           OPEN INPUT RESERVAS-CANAL-RND.
           IF FS-RESERVAS-CANAL = "00"
               MOVE "S" TO WS-CANALES-DISP
           END-IF.
           OPEN INPUT CHEQUES-DYN.
           IF FS-CHEQUES = "00"
               MOVE "S" TO WS-CHEQUES-DISP
           END-IF.
           OPEN INPUT FACTURAS-PROV-DYN.
           IF FS-FACTURAS-PROV = "00"
               MOVE "S" TO WS-PROVEEDORES-DISP
           END-IF.
           OPEN INPUT COMISIONES-DYN.
           IF FS-COMISIONES = "00"
               MOVE "S" TO WS-COMISIONES-DISP
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES = "00"
               MOVE "S" TO WS-CHOFERES-DISP
           END-IF.
           OPEN OUTPUT REPORTE-CAJA.
           IF FS-REPORTE <> "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE, FS=" FS-REPORTE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PROYECCION DE CAJA A 13 SEMANAS - CORRIDA DEL "
                      DELIMITED BY SIZE
                  WS-FED-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FED-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FED-AAAA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ENTRADAS: FACTURAS ABIERTAS, CUOTAS DE PLANES, "
                      DELIMITED BY SIZE
                  "CONVENIOS A FACTURAR, SALDO DE RESERVAS Y CHEQUES "
                      DELIMITED BY SIZE
                  "EN CARTERA, CORRIDAS POR LOS DIAS DE PAGO DE CADA "
                      DELIMITED BY SIZE
                  "CLIENTE" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALIDAS: FACTURAS DE PROVEEDOR POR VENCIMIENTO Y "
                      DELIMITED BY SIZE
                  "LIQUIDACIONES DE CHOFERES A FIN DEL MES LIQUIDADO"
                      DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-DYN.
           IF APLICACIONES-DISPONIBLES
               CLOSE APLICACIONES-DYN
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-DYN
           END-IF.
           IF CLIENTES-DISPONIBLES
               CLOSE CLIENTES-RND
           END-IF.
           IF PLANES-DISPONIBLES
               CLOSE PLANES-DYN
           END-IF.
           IF FS-CONVENIOS <> "35"
               CLOSE CONVENIOS-RND
           END-IF.
           IF FS-INTEGRANTES <> "35"
               CLOSE INTEGRANTES-RND
           END-IF.
           IF ALQUILERES-DISPONIBLES
               CLOSE ALQUILERES-DYN
           END-IF.
           IF RESERVAS-DISPONIBLES
               CLOSE RESERVAS-SEQ
           END-IF.
           IF SENIAS-DISPONIBLES
               CLOSE SENIAS-RND
           END-IF.
           IF CANALES-DISPONIBLES
               CLOSE RESERVAS-CANAL-RND
           END-IF.
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUES-DYN
           END-IF.
           IF PROVEEDORES-DISPONIBLES
               CLOSE FACTURAS-PROV-DYN
           END-IF.
           IF COMISIONES-DISPONIBLES
               CLOSE COMISIONES-DYN
           END-IF.
           IF CHOFERES-DISPONIBLES
               CLOSE CHOFERES-RND
           END-IF.
           CLOSE REPORTE-CAJA.

       *>
       *> primera pasada: la fecha de la ultima corrida anterior a
       *> hoy y si la de hoy ya quedo guardada; segunda pasada: las
       *> semanas de esa corrida sumadas entre sucursales.
       *>
       CARGAR-PROYECCION-ANTERIOR.
           PERFORM LIMPIAR-SEMANA-ANTERIOR
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.
           OPEN INPUT PROYECCIONES-CAJA.
           IF FS-PROYECCIONES = "00"
               READ PROYECCIONES-CAJA
                   AT END MOVE "10" TO FS-PROYECCIONES
               END-READ
               PERFORM BUSCAR-CORRIDA-ANTERIOR UNTIL EOF-PROYECCIONES
               CLOSE PROYECCIONES-CAJA
           END-IF.
           IF WS-FECHA-ANTERIOR > ZEROES
               OPEN INPUT PROYECCIONES-CAJA
               READ PROYECCIONES-CAJA
                   AT END MOVE "10" TO FS-PROYECCIONES
               END-READ
               PERFORM CARGAR-RENGLON-ANTERIOR UNTIL EOF-PROYECCIONES
               CLOSE PROYECCIONES-CAJA
           END-IF.

       LIMPIAR-SEMANA-ANTERIOR.
           MOVE ZEROES TO WS-ANT-DESDE (WS-IND-SEM).
           MOVE ZEROES TO WS-ANT-HASTA (WS-IND-SEM).
           MOVE ZEROES TO WS-ANT-ENTRADAS (WS-IND-SEM).
           MOVE ZEROES TO WS-ANT-SALIDAS (WS-IND-SEM).
           MOVE ZEROES TO WS-ANT-REAL-ENT (WS-IND-SEM).
           MOVE ZEROES TO WS-ANT-REAL-SAL (WS-IND-SEM).

       BUSCAR-CORRIDA-ANTERIOR.
           IF PRY-FECHA-CORRIDA = WS-FECHA-HOY
               MOVE "S" TO WS-YA-GUARDADA
           END-IF.
           IF PRY-FECHA-CORRIDA < WS-FECHA-HOY
              AND PRY-FECHA-CORRIDA > WS-FECHA-ANTERIOR
               MOVE PRY-FECHA-CORRIDA TO WS-FECHA-ANTERIOR
           END-IF.
           READ PROYECCIONES-CAJA
               AT END MOVE "10" TO FS-PROYECCIONES
           END-READ.

       CARGAR-RENGLON-ANTERIOR.
           IF PRY-FECHA-CORRIDA = WS-FECHA-ANTERIOR
              AND PRY-SEMANA >= 1 AND PRY-SEMANA <= 13
               MOVE PRY-DESDE TO WS-ANT-DESDE (PRY-SEMANA)
               MOVE PRY-HASTA TO WS-ANT-HASTA (PRY-SEMANA)
               ADD PRY-ENTRADAS TO WS-ANT-ENTRADAS (PRY-SEMANA)
               ADD PRY-SALIDAS TO WS-ANT-SALIDAS (PRY-SEMANA)
           END-IF.
           READ PROYECCIONES-CAJA
               AT END MOVE "10" TO FS-PROYECCIONES
           END-READ.

       *>
       *> convenios ya facturados del ultimo anio; lo cerrado de un
       *> convenio y periodo que no figura aca se va a facturar a
       *> fin de ese mes.
       *>
       CARGAR-YA-FACTURADOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           MOVE WS-FECHA-AUX-AAAAMM TO WS-PERIODO-DESDE.
           SUBTRACT 1 FROM WS-PDE-AAAA.
           IF CONVENIOS-DISPONIBLES
               OPEN INPUT FACTURADOS-CONVENIO
               IF FS-FACTURADOS = "00"
                   READ FACTURADOS-CONVENIO
                       AT END MOVE "10" TO FS-FACTURADOS
                   END-READ
                   PERFORM CARGAR-FILA-FACTURADO UNTIL EOF-FACTURADOS
                   CLOSE FACTURADOS-CONVENIO
               END-IF
           END-IF.

       CARGAR-FILA-FACTURADO.
           IF FCO-PERIODO >= WS-PERIODO-DESDE
               IF WS-YAF-USADAS >= 500
                   MOVE "S" TO WS-GUARDA-DESBORDADA
               ELSE
                   ADD 1 TO WS-YAF-USADAS
                   MOVE FCO-PERIODO TO
                       WS-YAF-PERIODO (WS-YAF-USADAS)
                   MOVE FCO-CONVENIO TO
                       WS-YAF-CONVENIO (WS-YAF-USADAS)
               END-IF
           END-IF.
           READ FACTURADOS-CONVENIO
               AT END MOVE "10" TO FS-FACTURADOS
           END-READ.

       CARGAR-NOTAS-CREDITO.
           MOVE LOW-VALUES TO FAC-NUMERO OF REG-FACTURAS.
           START FACTURAS-DYN KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF FS-FACTURAS = "00"
               PERFORM LEER-FACTURA
               PERFORM CARGAR-NOTA UNTIL EOF-FACTURAS
           END-IF.

       CARGAR-NOTA.
           IF FAC-NOTA-CREDITO
              AND FAC-FACTURA-ORIGEN OF REG-FACTURAS > ZEROES
               IF WS-NCR-USADAS < 500
                   ADD 1 TO WS-NCR-USADAS
                   MOVE FAC-FACTURA-ORIGEN OF REG-FACTURAS TO
                       WS-NCR-ORIGEN (WS-NCR-USADAS)
                   MOVE FAC-TOTAL OF REG-FACTURAS TO
                       WS-NCR-IMPORTE (WS-NCR-USADAS)
               ELSE
                   ADD 1 TO CANT-NOTAS-DESBORDE
               END-IF
           END-IF.
           PERFORM LEER-FACTURA.

       LEER-FACTURA.
           READ FACTURAS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       *>
       *> cada aplicacion vincula un recibo con la factura que
       *> cancela: los dias entre una y otra suman a la historia
       *> del cliente de la factura.
       *>
       CALCULAR-ATRASOS.
           IF APLICACIONES-DISPONIBLES AND PAGOS-DISPONIBLES
               MOVE LOW-VALUES TO API-CLAVE OF REG-APLICACIONES
               START APLICACIONES-DYN KEY IS NOT LESS THAN
                   API-CLAVE OF REG-APLICACIONES
                   INVALID KEY MOVE "10" TO FS-APLICACIONES
               END-START
               IF FS-APLICACIONES = "00"
                   PERFORM LEER-APLICACION
                   PERFORM REGISTRAR-ATRASO
                       UNTIL FS-APLICACIONES <> "00"
               END-IF
           END-IF.
           IF WS-ATR-CANT-TOTAL > ZEROES
               COMPUTE WS-ATRASO-GENERAL ROUNDED =
                   WS-ATR-DIAS-TOTAL / WS-ATR-CANT-TOTAL
           END-IF.

       LEER-APLICACION.
           READ APLICACIONES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-APLICACIONES
           END-READ.

       REGISTRAR-ATRASO.
           MOVE API-RECIBO OF REG-APLICACIONES TO
               PAG-NRO-RECIBO OF REG-PAGOS.
           READ PAGOS-DYN KEY IS PAG-NRO-RECIBO OF REG-PAGOS
               INVALID KEY MOVE "23" TO FS-PAGOS
           END-READ.
           MOVE API-FACTURA OF REG-APLICACIONES TO
               FAC-NUMERO OF REG-FACTURAS.
           READ FACTURAS-DYN KEY IS FAC-NUMERO OF REG-FACTURAS
               INVALID KEY MOVE "23" TO FS-FACTURAS
           END-READ.
           IF FS-PAGOS = "00" AND FS-FACTURAS = "00"
              AND FAC-CLI-NUMERO OF REG-FACTURAS NOT = SPACES
              AND NOT FAC-NOTA-CREDITO
               MOVE FAC-FECHA OF REG-FACTURAS TO WS-FECHA-CURSOR
               MOVE ZEROES TO WS-DIAS-CONTADOS
               PERFORM CONTAR-DIA
                   UNTIL WS-FECHA-CURSOR >= PAG-FECHA OF REG-PAGOS
                   OR WS-DIAS-CONTADOS >= 180
               MOVE FAC-CLI-NUMERO OF REG-FACTURAS TO WS-CLI-BUSCADO
               PERFORM UBICAR-ATRASO-CLIENTE
               IF WS-ATR-HALLADA = ZEROES AND WS-ATR-USADAS < 1000
                   ADD 1 TO WS-ATR-USADAS
                   MOVE WS-ATR-USADAS TO WS-ATR-HALLADA
                   MOVE WS-CLI-BUSCADO TO
                       WS-ATR-CLIENTE (WS-ATR-HALLADA)
                   MOVE ZEROES TO WS-ATR-DIAS (WS-ATR-HALLADA)
                   MOVE ZEROES TO WS-ATR-CANTIDAD (WS-ATR-HALLADA)
               END-IF
               IF WS-ATR-HALLADA > ZEROES
                   ADD WS-DIAS-CONTADOS TO
                       WS-ATR-DIAS (WS-ATR-HALLADA)
                   ADD 1 TO WS-ATR-CANTIDAD (WS-ATR-HALLADA)
               ELSE
                   ADD 1 TO CANT-ATRASOS-DESBORDE
               END-IF
               ADD WS-DIAS-CONTADOS TO WS-ATR-DIAS-TOTAL
               ADD 1 TO WS-ATR-CANT-TOTAL
           END-IF.
           PERFORM LEER-APLICACION.

       CONTAR-DIA.
           PERFORM SUMAR-DIA-CURSOR.
           ADD 1 TO WS-DIAS-CONTADOS.

       UBICAR-ATRASO-CLIENTE.
           MOVE ZEROES TO WS-ATR-HALLADA.
           PERFORM EXAMINAR-FILA-ATRASO
               VARYING WS-ATR-IND FROM 1 BY 1
               UNTIL WS-ATR-IND > WS-ATR-USADAS
               OR WS-ATR-HALLADA > ZEROES.

       EXAMINAR-FILA-ATRASO.
           IF WS-ATR-CLIENTE (WS-ATR-IND) = WS-CLI-BUSCADO
               MOVE WS-ATR-IND TO WS-ATR-HALLADA
           END-IF.

       OBTENER-ATRASO-CLIENTE.
           MOVE WS-ATRASO-GENERAL TO WS-DIAS-ATRASO.
           IF WS-CLI-BUSCADO NOT = SPACES
               PERFORM UBICAR-ATRASO-CLIENTE
               IF WS-ATR-HALLADA > ZEROES
                   COMPUTE WS-DIAS-ATRASO ROUNDED =
                       WS-ATR-DIAS (WS-ATR-HALLADA) /
                       WS-ATR-CANTIDAD (WS-ATR-HALLADA)
               END-IF
           END-IF.

       *>
       *> fecha esperada de cobro: la fecha base corrida por los
       *> dias de pago del cliente.
       *>
       AVANZAR-ATRASO.
           MOVE WS-FECHA-BASE TO WS-FECHA-CURSOR.
           PERFORM SUMAR-DIA-CURSOR WS-DIAS-ATRASO TIMES.
           MOVE WS-FECHA-CURSOR TO WS-IMP-FECHA.

       *>
       *> FACTURAS ABIERTAS: total menos lo aplicado y menos las
       *> notas de credito que la corrigen. El cliente con un plan
       *> de pagos pendiente se proyecta por las cuotas y no por
       *> las facturas, para no contar dos veces la misma deuda.
       *>
       PROYECTAR-FACTURAS.
           MOVE LOW-VALUES TO FAC-NUMERO OF REG-FACTURAS.
           START FACTURAS-DYN KEY IS NOT LESS THAN
               FAC-NUMERO OF REG-FACTURAS
               INVALID KEY MOVE "10" TO FS-FACTURAS
           END-START.
           IF FS-FACTURAS = "00"
               PERFORM LEER-FACTURA
               PERFORM PROYECTAR-FACTURA UNTIL EOF-FACTURAS
           END-IF.

       PROYECTAR-FACTURA.
           IF NOT FAC-NOTA-CREDITO
               MOVE FAC-TOTAL OF REG-FACTURAS TO WS-SALDO
               IF APLICACIONES-DISPONIBLES
                   PERFORM RESTAR-APLICACIONES
               END-IF
               PERFORM RESTAR-NOTA
                   VARYING WS-NCR-IND FROM 1 BY 1
                   UNTIL WS-NCR-IND > WS-NCR-USADAS
               IF WS-SALDO > ZEROES
                   MOVE FAC-CLI-NUMERO OF REG-FACTURAS TO
                       WS-CLI-BUSCADO
                   PERFORM VERIFICAR-PLAN-PENDIENTE
                   IF WS-TIENE-PLAN = "S"
                       ADD 1 TO CANT-CON-PLAN
                   ELSE
                       PERFORM OBTENER-ATRASO-CLIENTE
                       MOVE FAC-FECHA OF REG-FACTURAS TO WS-FECHA-BASE
                       PERFORM AVANZAR-ATRASO
                       PERFORM DETERMINAR-SUCURSAL-FACTURA
                       MOVE WS-SALDO TO WS-IMP-IMPORTE
                       MOVE 1 TO WS-IMP-CONCEPTO
                       PERFORM IMPUTAR-IMPORTE
                       ADD 1 TO CANT-FACTURAS-ABIERTAS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-FACTURA.

       RESTAR-APLICACIONES.
           MOVE FAC-NUMERO OF REG-FACTURAS TO
               API-FACTURA OF REG-APLICACIONES.
           START APLICACIONES-DYN KEY IS EQUAL TO
               API-FACTURA OF REG-APLICACIONES
               INVALID KEY MOVE "23" TO FS-APLICACIONES
               NOT INVALID KEY MOVE "00" TO FS-APLICACIONES
           END-START.
           IF FS-APLICACIONES = "00"
               PERFORM LEER-APLICACION
               PERFORM RESTAR-APLICACION
                   UNTIL FS-APLICACIONES <> "00"
                   OR API-FACTURA OF REG-APLICACIONES NOT =
                       FAC-NUMERO OF REG-FACTURAS
           END-IF.

       RESTAR-APLICACION.
           SUBTRACT API-IMPORTE OF REG-APLICACIONES FROM WS-SALDO.
           PERFORM LEER-APLICACION.

       RESTAR-NOTA.
           IF WS-NCR-ORIGEN (WS-NCR-IND) = FAC-NUMERO OF REG-FACTURAS
               SUBTRACT WS-NCR-IMPORTE (WS-NCR-IND) FROM WS-SALDO
           END-IF.

       *>
       *> el resultado queda guardado por cliente: las facturas de
       *> un mismo cliente no suelen venir juntas, pero el mismo
       *> cliente seguido no vuelve a leer planesPago.
       *>
       VERIFICAR-PLAN-PENDIENTE.
           MOVE "N" TO WS-TIENE-PLAN.
           IF PLANES-DISPONIBLES AND WS-CLI-BUSCADO NOT = SPACES
               IF WS-CLI-BUSCADO = WS-PLAN-CLIENTE
                   MOVE WS-PLAN-RESULTADO TO WS-TIENE-PLAN
               ELSE
                   MOVE WS-CLI-BUSCADO TO
                       PLA-CLI-NUMERO OF REG-PLANES
                   MOVE ZEROES TO PLA-CUOTA OF REG-PLANES
                   START PLANES-DYN KEY IS NOT LESS THAN
                       PLA-CLAVE OF REG-PLANES
                       INVALID KEY MOVE "23" TO FS-PLANES
                       NOT INVALID KEY MOVE "00" TO FS-PLANES
                   END-START
                   IF FS-PLANES = "00"
                       PERFORM LEER-PLAN
                       PERFORM EXAMINAR-CUOTA-CLIENTE
                           UNTIL FS-PLANES <> "00"
                           OR PLA-CLI-NUMERO OF REG-PLANES NOT =
                               WS-CLI-BUSCADO
                           OR WS-TIENE-PLAN = "S"
                   END-IF
                   MOVE WS-CLI-BUSCADO TO WS-PLAN-CLIENTE
                   MOVE WS-TIENE-PLAN TO WS-PLAN-RESULTADO
               END-IF
           END-IF.

       LEER-PLAN.
           READ PLANES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-PLANES
           END-READ.

       EXAMINAR-CUOTA-CLIENTE.
           IF CUOTA-PENDIENTE
               MOVE "S" TO WS-TIENE-PLAN
           ELSE
               PERFORM LEER-PLAN
           END-IF.

       DETERMINAR-SUCURSAL-FACTURA.
           MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA.
           IF ALQUILERES-DISPONIBLES
              AND FAC-PATENTE OF REG-FACTURAS NOT = SPACES
               MOVE FAC-PATENTE OF REG-FACTURAS TO
                   ALQ-PATENTE OF REG-ALQUILERES
               MOVE FAC-FECHA-ALQ OF REG-FACTURAS TO
                   ALQ-FECHA OF REG-ALQUILERES
               READ ALQUILERES-DYN KEY IS ALQ-CLAVE OF REG-ALQUILERES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ALQ-SUCURSAL OF REG-ALQUILERES NOT = SPACES
                           MOVE ALQ-SUCURSAL OF REG-ALQUILERES TO
                               WS-SUC-BUSCADA
                       END-IF
               END-READ
           END-IF.

       *>
       *> CUOTAS pendientes de planes de pago: al vencimiento mas
       *> los dias de pago del cliente.
       *>
       PROYECTAR-CUOTAS.
           IF PLANES-DISPONIBLES
               MOVE LOW-VALUES TO PLA-CLAVE OF REG-PLANES
               START PLANES-DYN KEY IS NOT LESS THAN
                   PLA-CLAVE OF REG-PLANES
                   INVALID KEY MOVE "10" TO FS-PLANES
                   NOT INVALID KEY MOVE "00" TO FS-PLANES
               END-START
               IF FS-PLANES = "00"
                   PERFORM LEER-PLAN
                   PERFORM PROYECTAR-CUOTA UNTIL FS-PLANES <> "00"
               END-IF
           END-IF.

       PROYECTAR-CUOTA.
           IF CUOTA-PENDIENTE
               MOVE PLA-CLI-NUMERO OF REG-PLANES TO WS-CLI-BUSCADO
               PERFORM OBTENER-ATRASO-CLIENTE
               MOVE PLA-VENCIMIENTO OF REG-PLANES TO WS-FECHA-BASE
               PERFORM AVANZAR-ATRASO
               MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA
               MOVE PLA-IMPORTE OF REG-PLANES TO WS-IMP-IMPORTE
               MOVE 2 TO WS-IMP-CONCEPTO
               PERFORM IMPUTAR-IMPORTE
               ADD 1 TO CANT-CUOTAS
           END-IF.
           PERFORM LEER-PLAN.

       *>
       *> CONVENIOS: lo cerrado o ajustado de un cliente de convenio
       *> activo, en un periodo que ese convenio todavia no
       *> facturo, se factura al titular a fin de ese mes (hoy si
       *> ya paso) y se cobra con los dias de pago del titular.
       *>
       PROYECTAR-CONVENIOS.
           IF CONVENIOS-DISPONIBLES AND CLIENTES-DISPONIBLES
              AND ALQUILERES-DISPONIBLES
               IF WS-GUARDA-DESBORDADA = "S"
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "AVISO: LA GUARDA DE CONVENIOS FACTURADOS "
                              DELIMITED BY SIZE
                          "NO ENTRA EN MEMORIA, LOS CONVENIOS A "
                              DELIMITED BY SIZE
                          "FACTURAR PUEDEN ESTAR SOBREESTIMADOS"
                              DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
               END-IF
               MOVE LOW-VALUES TO ALQ-CLAVE OF REG-ALQUILERES
               START ALQUILERES-DYN KEY IS NOT LESS THAN
                   ALQ-CLAVE OF REG-ALQUILERES
                   INVALID KEY MOVE "10" TO FS-ALQUILERES
                   NOT INVALID KEY MOVE "00" TO FS-ALQUILERES
               END-START
               IF FS-ALQUILERES = "00"
                   PERFORM LEER-ALQUILER
                   PERFORM PROYECTAR-ALQUILER-CONVENIO
                       UNTIL FS-ALQUILERES <> "00"
               END-IF
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       PROYECTAR-ALQUILER-CONVENIO.
           MOVE ALQ-FECHA OF REG-ALQUILERES TO WS-FECHA-AUX.
           IF (ALQ-ESTADO OF REG-ALQUILERES = "C"
               OR ALQ-ESTADO OF REG-ALQUILERES = "J")
              AND WS-FECHA-AUX-AAAAMM >= WS-PERIODO-DESDE
               PERFORM BUSCAR-CONVENIO-DEL-DOC
               IF WS-CONVENIO-CLI NOT = SPACES
                   MOVE "N" TO WS-YAF-REPETIDO
                   PERFORM EXAMINAR-YA-FACTURADO
                       VARYING WS-YAF-IND FROM 1 BY 1
                       UNTIL WS-YAF-IND > WS-YAF-USADAS
                       OR WS-YAF-REPETIDO = "S"
                   IF WS-YAF-REPETIDO = "N"
                       PERFORM IMPUTAR-ALQUILER-CONVENIO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ALQUILER.

       EXAMINAR-YA-FACTURADO.
           IF WS-YAF-PERIODO (WS-YAF-IND) = WS-FECHA-AUX-AAAAMM
              AND WS-YAF-CONVENIO (WS-YAF-IND) = WS-CONVENIO-CLI
               MOVE "S" TO WS-YAF-REPETIDO
           END-IF.

       IMPUTAR-ALQUILER-CONVENIO.
           MOVE ALQ-FECHA OF REG-ALQUILERES TO WS-FECHA-CURSOR.
           PERFORM FIN-DE-MES-CURSOR.
           IF WS-FECHA-CURSOR < WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO WS-FECHA-BASE
           ELSE
               MOVE WS-FECHA-CURSOR TO WS-FECHA-BASE
           END-IF.
           MOVE WS-TITULAR-CONVENIO TO WS-CLI-BUSCADO.
           PERFORM OBTENER-ATRASO-CLIENTE.
           PERFORM AVANZAR-ATRASO.
           IF ALQ-SUCURSAL OF REG-ALQUILERES NOT = SPACES
               MOVE ALQ-SUCURSAL OF REG-ALQUILERES TO WS-SUC-BUSCADA
           ELSE
               MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA
           END-IF.
           MOVE ALQ-TOTAL OF REG-ALQUILERES TO WS-IMP-IMPORTE.
           MOVE 3 TO WS-IMP-CONCEPTO.
           PERFORM IMPUTAR-IMPORTE.
           ADD 1 TO CANT-ALQ-CONVENIO.

       BUSCAR-CONVENIO-DEL-DOC.
           MOVE SPACES TO WS-CONVENIO-CLI.
           MOVE SPACES TO WS-TITULAR-CONVENIO.
           MOVE ALQ-NRO-DOC OF REG-ALQUILERES TO
               CLI-NRO-DOC OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                       INT-CLI-NUMERO OF REG-INTEGRANTES
                   READ INTEGRANTES-RND
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE INT-CONVENIO OF REG-INTEGRANTES TO
                               CNV-NUMERO OF REG-CONVENIOS
                           READ CONVENIOS-RND
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF CONVENIO-ACTIVO
                                       MOVE CNV-NUMERO OF
                                           REG-CONVENIOS TO
                                           WS-CONVENIO-CLI
                                       MOVE CNV-CLI-TITULAR OF
                                           REG-CONVENIOS TO
                                           WS-TITULAR-CONVENIO
                                   END-IF
                           END-READ
                   END-READ
           END-READ.

       *>
       *> RESERVAS confirmadas de hoy en adelante: lo que falta
       *> cobrar sobre la senia activa entra el dia de la reserva
       *> mas los dias de pago del cliente; la senia ya esta en
       *> caja.
       *>
       PROYECTAR-RESERVAS.
           IF RESERVAS-DISPONIBLES
               READ RESERVAS-SEQ
                   AT END MOVE "10" TO FS-RESERVAS
               END-READ
               PERFORM PROYECTAR-RESERVA UNTIL EOF-RESERVAS
           END-IF.

       PROYECTAR-RESERVA.
           IF RES-CONFIRMADA
              AND RES-FECHA OF REG-RESERVAS-SEQ >= WS-FECHA-HOY
              AND RES-FECHA OF REG-RESERVAS-SEQ <= WS-FECHA-LIMITE
               MOVE RES-IMPORTE OF REG-RESERVAS-SEQ TO WS-SALDO
               IF SENIAS-DISPONIBLES
                   MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO
                       SEN-RES-NUMERO OF REG-SENIAS
                   READ SENIAS-RND
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SENIA-ACTIVA
                               SUBTRACT SEN-IMPORTE OF REG-SENIAS
                                   FROM WS-SALDO
                           END-IF
                   END-READ
               END-IF
               IF WS-SALDO > ZEROES
                   PERFORM IMPUTAR-RESERVA
               END-IF
           END-IF.
           READ RESERVAS-SEQ
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       IMPUTAR-RESERVA.
           MOVE SPACES TO WS-CLI-BUSCADO.
           IF CLIENTES-DISPONIBLES
               MOVE RES-NRO-DOC OF REG-RESERVAS-SEQ TO
                   CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-RND KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                           WS-CLI-BUSCADO
               END-READ
           END-IF.
           PERFORM OBTENER-ATRASO-CLIENTE.
           MOVE RES-FECHA OF REG-RESERVAS-SEQ TO WS-FECHA-BASE.
           PERFORM AVANZAR-ATRASO.
           MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA.
           IF CANALES-DISPONIBLES
               MOVE RES-NUMERO OF REG-RESERVAS-SEQ TO
                   RCN-RES-NUMERO OF REG-RESERVAS-CANAL
               READ RESERVAS-CANAL-RND KEY IS
                   RCN-RES-NUMERO OF REG-RESERVAS-CANAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RCN-SUCURSAL OF REG-RESERVAS-CANAL
                          NOT = SPACES
                           MOVE RCN-SUCURSAL OF REG-RESERVAS-CANAL
                               TO WS-SUC-BUSCADA
                       END-IF
               END-READ
           END-IF.
           MOVE WS-SALDO TO WS-IMP-IMPORTE.
           MOVE 4 TO WS-IMP-CONCEPTO.
           PERFORM IMPUTAR-IMPORTE.
           ADD 1 TO CANT-RESERVAS.

       *>
       *> CHEQUES en cartera: entran a la fecha diferida. Los ya
       *> depositados son cobranza real de la semana del deposito.
       *>
       PROYECTAR-CHEQUES.
           IF CHEQUES-DISPONIBLES
               MOVE LOW-VALUES TO CHQ-RECIBO OF REG-CHEQUES
               START CHEQUES-DYN KEY IS NOT LESS THAN
                   CHQ-RECIBO OF REG-CHEQUES
                   INVALID KEY MOVE "10" TO FS-CHEQUES
                   NOT INVALID KEY MOVE "00" TO FS-CHEQUES
               END-START
               IF FS-CHEQUES = "00"
                   PERFORM LEER-CHEQUE
                   PERFORM PROYECTAR-CHEQUE UNTIL FS-CHEQUES <> "00"
               END-IF
           END-IF.

       LEER-CHEQUE.
           READ CHEQUES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       PROYECTAR-CHEQUE.
           IF CHEQUE-EN-CARTERA
               MOVE CHQ-FECHA-DIFERIDA OF REG-CHEQUES TO WS-IMP-FECHA
               MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-IMP-IMPORTE
               MOVE 5 TO WS-IMP-CONCEPTO
               PERFORM IMPUTAR-IMPORTE
               ADD 1 TO CANT-CHEQUES
           END-IF.
           IF CHEQUE-DEPOSITADO
               MOVE CHQ-FECHA-DEPOSITO OF REG-CHEQUES TO WS-REAL-FECHA
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-REAL-IMPORTE
               PERFORM ACUMULAR-REAL-ENTRADA
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
           END-IF.
           PERFORM LEER-CHEQUE.

       *>
       *> PROVEEDORES: lo pendiente sale al vencimiento; lo pagado
       *> es salida real de la semana de la orden de pago.
       *>
       PROYECTAR-PROVEEDORES.
           IF PROVEEDORES-DISPONIBLES
               MOVE LOW-VALUES TO FPR-CLAVE OF REG-FACTURAS-PROV
               START FACTURAS-PROV-DYN KEY IS NOT LESS THAN
                   FPR-CLAVE OF REG-FACTURAS-PROV
                   INVALID KEY MOVE "10" TO FS-FACTURAS-PROV
                   NOT INVALID KEY MOVE "00" TO FS-FACTURAS-PROV
               END-START
               IF FS-FACTURAS-PROV = "00"
                   PERFORM LEER-FACTURA-PROV
                   PERFORM PROYECTAR-FACTURA-PROV
                       UNTIL FS-FACTURAS-PROV <> "00"
               END-IF
           END-IF.

       LEER-FACTURA-PROV.
           READ FACTURAS-PROV-DYN NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS-PROV
           END-READ.

       PROYECTAR-FACTURA-PROV.
           IF FACTURA-PROV-PENDIENTE
               MOVE FPR-VENCIMIENTO OF REG-FACTURAS-PROV TO
                   WS-IMP-FECHA
               MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA
               MOVE FPR-IMPORTE OF REG-FACTURAS-PROV TO WS-IMP-IMPORTE
               MOVE 6 TO WS-IMP-CONCEPTO
               PERFORM IMPUTAR-IMPORTE
               ADD 1 TO CANT-PROVEEDORES
           END-IF.
           IF FACTURA-PROV-PAGADA
               MOVE FPR-FECHA-PAGO OF REG-FACTURAS-PROV TO
                   WS-REAL-FECHA
               MOVE FPR-IMPORTE OF REG-FACTURAS-PROV TO
                   WS-REAL-IMPORTE
               PERFORM ACUMULAR-REAL-SALIDA
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
           END-IF.
           PERFORM LEER-FACTURA-PROV.

       *>
       *> LIQUIDACIONES de choferes: se pagan con los sueldos, a
       *> fin del mes en que se liquidaron. Las de fin de mes ya
       *> pasado estan pagas y cuentan como salida real.
       *>
       PROYECTAR-COMISIONES.
           IF COMISIONES-DISPONIBLES
               MOVE LOW-VALUES TO COM-CLAVE OF REG-COMISIONES
               START COMISIONES-DYN KEY IS NOT LESS THAN
                   COM-CLAVE OF REG-COMISIONES
                   INVALID KEY MOVE "10" TO FS-COMISIONES
                   NOT INVALID KEY MOVE "00" TO FS-COMISIONES
               END-START
               IF FS-COMISIONES = "00"
                   PERFORM LEER-COMISION
                   PERFORM PROYECTAR-COMISION
                       UNTIL FS-COMISIONES <> "00"
               END-IF
           END-IF.

       LEER-COMISION.
           READ COMISIONES-DYN NEXT RECORD
               AT END MOVE "10" TO FS-COMISIONES
           END-READ.

       PROYECTAR-COMISION.
           MOVE COM-FECHA-LIQ OF REG-COMISIONES TO WS-FECHA-CURSOR.
           PERFORM FIN-DE-MES-CURSOR.
           IF WS-FECHA-CURSOR >= WS-FECHA-HOY
               MOVE WS-FECHA-CURSOR TO WS-IMP-FECHA
               PERFORM DETERMINAR-SUCURSAL-CHOFER
               MOVE COM-NETO OF REG-COMISIONES TO WS-IMP-IMPORTE
               MOVE 7 TO WS-IMP-CONCEPTO
               PERFORM IMPUTAR-IMPORTE
               ADD 1 TO CANT-LIQUIDACIONES
           ELSE
               MOVE WS-FECHA-CURSOR TO WS-REAL-FECHA
               MOVE COM-NETO OF REG-COMISIONES TO WS-REAL-IMPORTE
               PERFORM ACUMULAR-REAL-SALIDA
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
           END-IF.
           PERFORM LEER-COMISION.

       DETERMINAR-SUCURSAL-CHOFER.
           MOVE WS-SUCURSAL-BASE TO WS-SUC-BUSCADA.
           IF CHOFERES-DISPONIBLES
               MOVE COM-LEGAJO OF REG-COMISIONES TO
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               READ CHOFERES-RND KEY IS
                   CHO-NRO-LEGAJO OF REG-CHOFERES-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CHO-SUCURSAL OF REG-CHOFERES-RND
                          NOT = SPACES
                           MOVE CHO-SUCURSAL OF REG-CHOFERES-RND
                               TO WS-SUC-BUSCADA
                       END-IF
               END-READ
           END-IF.

       *>
       *> cobranza real para la comparacion: los recibos de la
       *> semana, salvo los pagados con cheque, que cuentan recien
       *> cuando el cheque se deposita.
       *>
       ACUMULAR-COBRANZA-REAL.
           IF WS-FECHA-ANTERIOR > ZEROES AND PAGOS-DISPONIBLES
               MOVE LOW-VALUES TO PAG-NRO-RECIBO OF REG-PAGOS
               START PAGOS-DYN KEY IS NOT LESS THAN
                   PAG-NRO-RECIBO OF REG-PAGOS
                   INVALID KEY MOVE "10" TO FS-PAGOS
                   NOT INVALID KEY MOVE "00" TO FS-PAGOS
               END-START
               IF FS-PAGOS = "00"
                   PERFORM LEER-PAGO
                   PERFORM ACUMULAR-PAGO UNTIL FS-PAGOS <> "00"
               END-IF
           END-IF.

       LEER-PAGO.
           READ PAGOS-DYN NEXT RECORD
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       ACUMULAR-PAGO.
           IF PAG-MEDIO OF REG-PAGOS NOT = "C"
               MOVE PAG-FECHA OF REG-PAGOS TO WS-REAL-FECHA
               MOVE PAG-IMPORTE OF REG-PAGOS TO WS-REAL-IMPORTE
               PERFORM ACUMULAR-REAL-ENTRADA
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
           END-IF.
           PERFORM LEER-PAGO.

       ACUMULAR-REAL-ENTRADA.
           IF WS-ANT-DESDE (WS-IND-SEM) > ZEROES
              AND WS-REAL-FECHA >= WS-ANT-DESDE (WS-IND-SEM)
              AND WS-REAL-FECHA <= WS-ANT-HASTA (WS-IND-SEM)
               ADD WS-REAL-IMPORTE TO WS-ANT-REAL-ENT (WS-IND-SEM)
           END-IF.

       ACUMULAR-REAL-SALIDA.
           IF WS-ANT-DESDE (WS-IND-SEM) > ZEROES
              AND WS-REAL-FECHA >= WS-ANT-DESDE (WS-IND-SEM)
              AND WS-REAL-FECHA <= WS-ANT-HASTA (WS-IND-SEM)
               ADD WS-REAL-IMPORTE TO WS-ANT-REAL-SAL (WS-IND-SEM)
           END-IF.

       *>
       *> IMPUTACION: lo vencido va a la primera semana, lo que cae
       *> despues de la semana 13 queda fuera y solo se cuenta.
       *>
       IMPUTAR-IMPORTE.
           IF WS-IMP-FECHA < WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO WS-IMP-FECHA
           END-IF.
           IF WS-IMP-FECHA > WS-FECHA-LIMITE
               ADD 1 TO CANT-FUERA-HORIZONTE
           ELSE
               MOVE ZEROES TO WS-SEM-HALLADA
               PERFORM UBICAR-SEMANA
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
                   OR WS-SEM-HALLADA > ZEROES
               PERFORM UBICAR-SUCURSAL
               ADD WS-IMP-IMPORTE TO WS-SUC-IMPORTE
                   (WS-SUC-HALLADA, WS-SEM-HALLADA, WS-IMP-CONCEPTO)
           END-IF.

       UBICAR-SEMANA.
           IF WS-IMP-FECHA <= WS-SEM-HASTA (WS-IND-SEM)
               MOVE WS-IND-SEM TO WS-SEM-HALLADA
           END-IF.

       *>
       *> sucursal nueva toma la fila siguiente; con la tabla llena
       *> el importe queda en la sucursal propia.
       *>
       UBICAR-SUCURSAL.
           MOVE ZEROES TO WS-SUC-HALLADA.
           PERFORM EXAMINAR-FILA-SUCURSAL
               VARYING WS-IND-SUC FROM 1 BY 1
               UNTIL WS-IND-SUC > WS-SUC-USADAS
               OR WS-SUC-HALLADA > ZEROES.
           IF WS-SUC-HALLADA = ZEROES
               IF WS-SUC-USADAS < 9
                   ADD 1 TO WS-SUC-USADAS
                   MOVE WS-SUC-USADAS TO WS-SUC-HALLADA
                   MOVE WS-SUC-BUSCADA TO
                       WS-SUC-CODIGO (WS-SUC-HALLADA)
               ELSE
                   MOVE 1 TO WS-SUC-HALLADA
                   ADD 1 TO CANT-SUC-DESBORDE
               END-IF
           END-IF.

       EXAMINAR-FILA-SUCURSAL.
           IF WS-SUC-CODIGO (WS-IND-SUC) = WS-SUC-BUSCADA
               MOVE WS-IND-SUC TO WS-SUC-HALLADA
           END-IF.

       EMITIR-PROYECCION.
           PERFORM LIMPIAR-TOTAL-SEMANA
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.
           PERFORM EMITIR-SUCURSAL
               VARYING WS-IND-SUC FROM 1 BY 1
               UNTIL WS-IND-SUC > WS-SUC-USADAS.
           IF WS-SUC-USADAS > 1
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "TOTAL DE TODAS LAS SUCURSALES" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM EMITIR-TITULOS
               MOVE ZEROES TO WS-ACUMULADO
               PERFORM EMITIR-SEMANA-TOTAL
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
           END-IF.
           IF CANT-SUC-DESBORDE > ZEROES
               MOVE SPACES TO LINEA-REPORTE
               STRING "AVISO: MOVIMIENTOS DE MAS DE 9 SUCURSALES "
                          DELIMITED BY SIZE
                      "SUMADOS A LA SUCURSAL " DELIMITED BY SIZE
                      WS-SUCURSAL-BASE DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.

       LIMPIAR-TOTAL-SEMANA.
           PERFORM LIMPIAR-TOTAL-CONCEPTO
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 7.

       LIMPIAR-TOTAL-CONCEPTO.
           MOVE ZEROES TO WS-TOT-IMPORTE (WS-IND-SEM, WS-IND-CON).

       EMITIR-SUCURSAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUCURSAL " DELIMITED BY SIZE
                  WS-SUC-CODIGO (WS-IND-SUC) DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-TITULOS.
           MOVE ZEROES TO WS-ACUMULADO.
           PERFORM EMITIR-SEMANA-SUC
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.

       EMITIR-TITULOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SEM DESDE    HASTA  " DELIMITED BY SIZE
                  "    FACTURAS " DELIMITED BY SIZE
                  "  CUOTAS PLAN" DELIMITED BY SIZE
                  "    CONVENIOS" DELIMITED BY SIZE
                  "     RESERVAS" DELIMITED BY SIZE
                  "      CHEQUES" DELIMITED BY SIZE
                  "  PROVEEDORES" DELIMITED BY SIZE
                  "     CHOFERES" DELIMITED BY SIZE
                  "           NETO" DELIMITED BY SIZE
                  "      ACUMULADO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-SEMANA-SUC.
           MOVE WS-SUC-SEMANA (WS-IND-SUC, WS-IND-SEM) TO
               WS-LINEA-VALORES.
           PERFORM SUMAR-TOTAL-CONCEPTO
               VARYING WS-IND-CON FROM 1 BY 1 UNTIL WS-IND-CON > 7.
           PERFORM EMITIR-RENGLON-SEMANA.

       SUMAR-TOTAL-CONCEPTO.
           ADD WS-LIN-IMPORTE (WS-IND-CON) TO
               WS-TOT-IMPORTE (WS-IND-SEM, WS-IND-CON).

       EMITIR-SEMANA-TOTAL.
           MOVE WS-TOT-SEMANA (WS-IND-SEM) TO WS-LINEA-VALORES.
           PERFORM EMITIR-RENGLON-SEMANA.

       *>
       *> un renglon por semana: entradas menos salidas da el neto
       *> y el acumulado lo va arrastrando desde hoy.
       *>
       EMITIR-RENGLON-SEMANA.
           COMPUTE WS-LIN-ENTRADAS = WS-LIN-IMPORTE (1)
               + WS-LIN-IMPORTE (2) + WS-LIN-IMPORTE (3)
               + WS-LIN-IMPORTE (4) + WS-LIN-IMPORTE (5).
           COMPUTE WS-LIN-SALIDAS = WS-LIN-IMPORTE (6)
               + WS-LIN-IMPORTE (7).
           COMPUTE WS-LIN-NETO = WS-LIN-ENTRADAS - WS-LIN-SALIDAS.
           ADD WS-LIN-NETO TO WS-ACUMULADO.
           MOVE WS-IND-SEM TO WS-ED-SEMANA.
           MOVE WS-SEM-DESDE (WS-IND-SEM) TO WS-FECHA-EDIT.
           PERFORM ARMAR-FECHA-CORTA.
           MOVE WS-ED-FECHA-CORTA TO WS-ED-DESDE-CORTA.
           MOVE WS-SEM-HASTA (WS-IND-SEM) TO WS-FECHA-EDIT.
           PERFORM ARMAR-FECHA-CORTA.
           MOVE WS-LIN-IMPORTE (1) TO WS-ED-CONCEPTO-1.
           MOVE WS-LIN-IMPORTE (2) TO WS-ED-CONCEPTO-2.
           MOVE WS-LIN-IMPORTE (3) TO WS-ED-CONCEPTO-3.
           MOVE WS-LIN-IMPORTE (4) TO WS-ED-CONCEPTO-4.
           MOVE WS-LIN-IMPORTE (5) TO WS-ED-CONCEPTO-5.
           MOVE WS-LIN-IMPORTE (6) TO WS-ED-CONCEPTO-6.
           MOVE WS-LIN-IMPORTE (7) TO WS-ED-CONCEPTO-7.
           MOVE WS-LIN-NETO TO WS-ED-NETO.
           MOVE WS-ACUMULADO TO WS-ED-ACUMULADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING " " DELIMITED BY SIZE
                  WS-ED-SEMANA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-DESDE-CORTA DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-ED-FECHA-CORTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-CONCEPTO-1 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-2 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-3 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-4 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-5 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-6 DELIMITED BY SIZE
                  WS-ED-CONCEPTO-7 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-NETO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-ACUMULADO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ARMAR-FECHA-CORTA.
           MOVE SPACES TO WS-ED-FECHA-CORTA.
           STRING WS-FED-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-FED-MM DELIMITED BY SIZE
               INTO WS-ED-FECHA-CORTA
           END-STRING.

       *>
       *> COMPARACION: semanas ya cumplidas de la corrida anterior,
       *> lo proyectado contra lo cobrado y pagado. Los recibos no
       *> dicen sucursal, por eso se mide el total de la copia.
       *>
       EMITIR-COMPARACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FECHA-ANTERIOR = ZEROES
               MOVE "SIN PROYECCION ANTERIOR PARA COMPARAR" TO
                   LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE WS-FECHA-ANTERIOR TO WS-FECHA-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "PROYECTADO EL " DELIMITED BY SIZE
                      WS-FED-DD DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-FED-MM DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-FED-AAAA DELIMITED BY SIZE
                      " CONTRA REAL, SEMANAS CUMPLIDAS"
                          DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "SEMANA        " DELIMITED BY SIZE
                      " ENTRADAS PROY. " DELIMITED BY SIZE
                      "  ENTRADAS REAL " DELIMITED BY SIZE
                      "         DESVIO " DELIMITED BY SIZE
                      "  SALIDAS PROY. " DELIMITED BY SIZE
                      "   SALIDAS REAL " DELIMITED BY SIZE
                      "         DESVIO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
               PERFORM EMITIR-SEMANA-ANTERIOR
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
               IF CANT-SEMANAS-COMPARADAS = ZEROES
                   MOVE "NINGUNA SEMANA DE ESA CORRIDA TERMINO TODAVIA"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

       EMITIR-SEMANA-ANTERIOR.
           IF WS-ANT-DESDE (WS-IND-SEM) > ZEROES
              AND WS-ANT-HASTA (WS-IND-SEM) < WS-FECHA-HOY
               ADD 1 TO CANT-SEMANAS-COMPARADAS
               MOVE WS-ANT-DESDE (WS-IND-SEM) TO WS-FECHA-EDIT
               PERFORM ARMAR-FECHA-CORTA
               MOVE WS-ED-FECHA-CORTA TO WS-ED-DESDE-CORTA
               MOVE WS-ANT-HASTA (WS-IND-SEM) TO WS-FECHA-EDIT
               PERFORM ARMAR-FECHA-CORTA
               MOVE WS-ANT-ENTRADAS (WS-IND-SEM) TO WS-ED-PROY-ENT
               MOVE WS-ANT-REAL-ENT (WS-IND-SEM) TO WS-ED-REAL-ENT
               COMPUTE WS-DESVIO = WS-ANT-REAL-ENT (WS-IND-SEM)
                   - WS-ANT-ENTRADAS (WS-IND-SEM)
               MOVE WS-DESVIO TO WS-ED-DESVIO-ENT
               MOVE WS-ANT-SALIDAS (WS-IND-SEM) TO WS-ED-PROY-SAL
               MOVE WS-ANT-REAL-SAL (WS-IND-SEM) TO WS-ED-REAL-SAL
               COMPUTE WS-DESVIO = WS-ANT-REAL-SAL (WS-IND-SEM)
                   - WS-ANT-SALIDAS (WS-IND-SEM)
               MOVE WS-DESVIO TO WS-ED-DESVIO-SAL
               MOVE SPACES TO LINEA-REPORTE
               STRING WS-ED-DESDE-CORTA DELIMITED BY SIZE
                      " AL " DELIMITED BY SIZE
                      WS-ED-FECHA-CORTA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-PROY-ENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-REAL-ENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-DESVIO-ENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-PROY-SAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-REAL-SAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-DESVIO-SAL DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.

       *>
       *> la corrida de hoy queda guardada una sola vez por dia,
       *> para que la proxima tenga contra que medirse.
       *>
       GUARDAR-PROYECCION.
           IF WS-YA-GUARDADA = "S"
               DISPLAY "LA PROYECCION DE HOY YA ESTABA GUARDADA"
           ELSE
               OPEN EXTEND PROYECCIONES-CAJA
               IF FS-PROYECCIONES = "05" OR FS-PROYECCIONES = "35"
                   OPEN OUTPUT PROYECCIONES-CAJA
               END-IF
               IF FS-PROYECCIONES <> "00"
                   DISPLAY "ERROR AL ABRIR PROYECCIONES, FS="
                       FS-PROYECCIONES
               ELSE
                   PERFORM GUARDAR-SUCURSAL
                       VARYING WS-IND-SUC FROM 1 BY 1
                       UNTIL WS-IND-SUC > WS-SUC-USADAS
                   CLOSE PROYECCIONES-CAJA
               END-IF
           END-IF.

       GUARDAR-SUCURSAL.
           PERFORM GUARDAR-SEMANA
               VARYING WS-IND-SEM FROM 1 BY 1 UNTIL WS-IND-SEM > 13.

       GUARDAR-SEMANA.
           MOVE WS-SUC-SEMANA (WS-IND-SUC, WS-IND-SEM) TO
               WS-LINEA-VALORES.
           MOVE WS-FECHA-HOY TO PRY-FECHA-CORRIDA.
           MOVE WS-SUC-CODIGO (WS-IND-SUC) TO PRY-SUCURSAL.
           MOVE WS-IND-SEM TO PRY-SEMANA.
           MOVE WS-SEM-DESDE (WS-IND-SEM) TO PRY-DESDE.
           MOVE WS-SEM-HASTA (WS-IND-SEM) TO PRY-HASTA.
           COMPUTE PRY-ENTRADAS = WS-LIN-IMPORTE (1)
               + WS-LIN-IMPORTE (2) + WS-LIN-IMPORTE (3)
               + WS-LIN-IMPORTE (4) + WS-LIN-IMPORTE (5).
           COMPUTE PRY-SALIDAS = WS-LIN-IMPORTE (6)
               + WS-LIN-IMPORTE (7).
           WRITE REG-PROYECCION.
           ADD 1 TO CANT-RENGLONES-GUARDADOS.

       *>
       *> ultimo dia del mes de la fecha del cursor.
       *>
       FIN-DE-MES-CURSOR.
           MOVE WS-CUR-MM TO WS-MES-ORIGINAL.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-FIN-MES.
           PERFORM AVANZAR-HASTA-FIN-MES
               UNTIL WS-CUR-MM NOT = WS-MES-ORIGINAL.
           MOVE WS-FECHA-FIN-MES TO WS-FECHA-CURSOR.

       AVANZAR-HASTA-FIN-MES.
           MOVE WS-FECHA-CURSOR TO WS-FECHA-FIN-MES.
           PERFORM SUMAR-DIA-CURSOR.

       SUMAR-DIA-CURSOR.
           ADD 1 TO WS-CUR-DD.
           EVALUATE WS-CUR-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CUR-DIAS-MES
               WHEN 2
                   DIVIDE WS-CUR-AAAA BY 400
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-400
                   DIVIDE WS-CUR-AAAA BY 100
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-100
                   DIVIDE WS-CUR-AAAA BY 4
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-4
                   IF WS-CUR-RESTO-400 = 0
                      OR (WS-CUR-RESTO-4 = 0
                          AND WS-CUR-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-CUR-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-CUR-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CUR-DIAS-MES
           END-EVALUATE.
           IF WS-CUR-DD > WS-CUR-DIAS-MES
               MOVE 1 TO WS-CUR-DD
               ADD 1 TO WS-CUR-MM
               IF WS-CUR-MM > 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-AAAA
               END-IF
           END-IF.
