       IDENTIFICATION DIVISION.
       PROGRAM-ID. Debitos AS "Debitos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Mandatos de debito automatico: uno por cliente, con el
           *> banco, la cuenta (CBU), la vigencia y el estado (A
           *> activo, S suspendido por rechazos, B baja). Se regraba
           *> entero en cada cambio, a traves de su propio archivo de
           *> trabajo MandatosTrab.DAT.
           SELECT Mandatos ASSIGN TO 'Mandatos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMan.

           SELECT ManTrabajo ASSIGN TO 'MandatosTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMtr.

           *> Registro de facturas presentadas al debito: una linea
           *> por factura y lote, pendiente (P) hasta que vuelve la
           *> respuesta del banco (A aceptada, R rechazada). Una
           *> factura pendiente o aceptada no se vuelve a presentar.
           SELECT Presentados ASSIGN TO 'DebitosPresentados.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPre.

           SELECT PreTrabajo ASSIGN TO 'DebitosPresTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPtr.

           *> Historico indexado de facturas: las facturas de cada
           *> adherido se leen por cliente y fecha, de la mas vieja a
           *> la mas nueva, para imputarles lo pagado.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Movimientos de la cuenta del cliente, con la misma
           *> imputacion por factura que usa "Incobrables".
           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           SELECT Castigos ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusIcu.

           *> Factura retenida en la revision de "Facturacion": no se
           *> debita hasta que la liberen.
           SELECT Retenidas ASSIGN TO 'FacturasRetenidas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRet.

           *> Maestro indexado, para validar el cliente del alta.
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           *> Presentacion de debitos para el banco, mismas
           *> posiciones fijas que InterfazBanco.DAT: header con
           *> emisor, fecha y lote, un detalle por factura a debitar
           *> y trailer con cantidad y hash de importes.
           SELECT Banco ASSIGN TO 'DebitosBanco.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBan.

           *> Numero de lote correlativo de las presentaciones.
           SELECT Secuencia ASSIGN TO 'DebitosSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Respuesta del banco: el mismo lote presentado, con el
           *> resultado de cada debito (A aceptado, R rechazado), el
           *> motivo del rechazo y la fecha del debito.
           SELECT Respuesta ASSIGN TO WS-Archivo-Respuesta
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRta.

           *> Debitos rechazados por el banco y detalles de la
           *> respuesta que no se pudieron aplicar, mismo criterio que
           *> RendicionRechazos.Txt.
           SELECT Rechazos ASSIGN TO 'DebitosRechazos.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRec.

           *> Cantidad de rechazos que suspende un mandato
           *> (MAXRECHAZOS=), en los parametros de cobranzas.
           SELECT Config ASSIGN TO 'Cobranzas.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           SELECT Listado ASSIGN TO 'Mandatos.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

           *> Una linea por presentacion y por respuesta procesada,
           *> mismo patron EXTEND (con caida a OUTPUT) que
           *> InterfazEnvios.Log. La de la respuesta cierra con el
           *> importe aceptado, que es lo que el banco acredita por
           *> el lote y con lo que lo concilia "ConciliacionBanco".
           SELECT Envios ASSIGN TO 'Debitos.Log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusEnv.

       DATA DIVISION.
       FILE SECTION.
       FD Mandatos.
       01 MandatoR.
           05 MD-ID                 PIC 9(5).
           05 MD-Banco              PIC X(3).
           05 MD-Cuenta             PIC X(22).
           05 MD-Desde              PIC 9(8).
           *> Cero = sin fecha de fin.
           05 MD-Hasta              PIC 9(8).
           05 MD-Estado             PIC X(1).
           *> Rechazos seguidos desde el ultimo debito aceptado.
           05 MD-Rechazos           PIC 9(2).
           05 MD-FechaEstado        PIC 9(8).
           05 MD-Motivo             PIC X(3).

       FD ManTrabajo.
       01 ManTrabajoR               PIC X(60).

       FD Presentados.
       01 PresentadoR.
           05 DP-Lote               PIC 9(6).
           05 DP-ID                 PIC 9(5).
           05 DP-Factura            PIC 9(8).
           05 DP-Vencimiento        PIC 9(8).
           05 DP-Importe            PIC 9(10)V99.
           05 DP-Fecha              PIC 9(8).
           05 DP-Estado             PIC X(1).
           05 DP-Motivo             PIC X(3).
           05 DP-FechaRta           PIC 9(8).

       FD PreTrabajo.
       01 PreTrabajoR               PIC X(59).

       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 HI-FILLER1            PIC X .
           05 HI-NombreUsuario      PIC X(40).
           05 FILLER                PIC X(41).
           05 HI-Monto              PIC 9(10)V99.
           05 HI-FILLER7            PIC X .
           05 HI-Fecha              PIC 9(8).
           05 FILLER                PIC X(56).
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Pagos.
       01 PagoR.
           05 PA-ID                 PIC 9(5).
           05 PA-Fecha              PIC 9(8).
           05 PA-Monto              PIC 9(8)V99.
           05 PA-Medio              PIC X(2).

       FD Notas.
       01 NotaDC-R.
           05 ND-Tipo               PIC X(2).
           05 FILLER                PIC X .
           05 ND-Numero             PIC 9(8).
           05 FILLER                PIC X .
           05 ND-ID                 PIC 9(5).
           05 FILLER                PIC X .
           05 ND-Factura            PIC 9(8).
           05 FILLER                PIC X .
           05 ND-Importe-Ent        PIC 9(10).
           05 FILLER                PIC X .
           05 ND-Importe-Dec        PIC 9(2).
           05 FILLER                PIC X .
           05 ND-Fecha              PIC 9(8).
           05 FILLER                PIC X(83).

       FD Reversiones.
       01 ReversionR.
           05 RV-Numero             PIC 9(6).
           05 RV-ID                 PIC 9(5).
           05 RV-Fecha              PIC 9(8).
           05 RV-FechaPago          PIC 9(8).
           05 RV-Monto              PIC 9(8)V99.
           05 RV-Medio              PIC X(2).
           05 RV-Razon              PIC X(2).
           05 RV-Cargo              PIC 9(6)V99.
           05 RV-Nota               PIC 9(8).
           05 RV-Sesion             PIC 9(5).

       FD Creditos.
       01 CreditoR.
           05 SF-ID                 PIC 9(5).
           05 SF-Fecha              PIC 9(8).
           05 SF-Tipo               PIC X(1).
           05 SF-Origen             PIC X(2).
           05 SF-Importe            PIC 9(8)V99.
           05 SF-Factura            PIC 9(8).
           05 SF-Devolucion         PIC 9(6).

       FD Castigos.
       01 CastigoR.
           05 IK-Numero             PIC 9(6).
           05 IK-ID                 PIC 9(5).
           05 IK-Tipo               PIC X(1).
           05 IK-Estado             PIC X(1).
           05 IK-Fecha              PIC 9(8).
           05 IK-FechaRef           PIC 9(8).
           05 IK-Factura            PIC 9(8).
           05 IK-Importe            PIC 9(10)V99.
           05 IK-Propuso            PIC X(10).
           05 IK-Aprobo             PIC X(10).
           05 IK-FechaAprob         PIC 9(8).
           05 IK-Derivado           PIC 9(8).
           05 IK-Referencia         PIC X(15).

       FD Retenidas.
       01 RetenidaR.
           05 RE-Numero             PIC 9(8).
           05 FILLER                PIC X(76).
           05 RE-Estado             PIC X(1).
           05 FILLER                PIC X(35).

       FD ClientesIDX.
       01 ClientesIDX-R.
           05 CI-ID                PIC 9(5).
           05 CI-NombreUsuario     PIC X(40).
           05 CI-Estado            PIC X(1).
           05 CI-Medidor           PIC X(10).
           05 CI-Direccion         PIC X(40).
           05 CI-Tarifa            PIC X(2).

       FD Banco.
       01 Banco-R                   PIC X(80).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Respuesta.
       01 Respuesta-R               PIC X(80).

       FD Rechazos.
       01 Rechazo-R.
           *> B rechazo del banco, C detalle que no paso los
           *> controles de la respuesta.
           05 RR-Origen             PIC X(1).
           05 RR-FILLER1            PIC X .
           05 RR-Razon              PIC X(3).
           05 RR-FILLER2            PIC X .
           05 RR-ID                 PIC X(5).
           05 RR-FILLER3            PIC X .
           05 RR-Factura            PIC X(8).
           05 RR-FILLER4            PIC X .
           05 RR-Importe            PIC X(12).
           05 RR-FILLER5            PIC X .
           05 RR-Rechazos           PIC X(2).
           05 RR-FILLER6            PIC X .
           05 RR-Estado             PIC X(1).
           05 RR-FILLER7            PIC X .

       FD Config.
       01 Config-R                  PIC X(80).

       FD Listado.
       01 Listado-R                 PIC X(120).

       FD Envios.
       01 Envio-R                   PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusMan     PIC XX.
               05 WS-File-StatusMtr     PIC XX.
               05 WS-File-StatusPre     PIC XX.
               05 WS-File-StatusPtr     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusIcu     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusBan     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusRta     PIC XX.
               05 WS-File-StatusRec     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusLis     PIC XX.
               05 WS-File-StatusEnv     PIC XX.
               05 WS-File-StatusRet     PIC XX.
           01 WS-Flags.
               05 WS-FlagMan            PIC X(1) VALUE 'N'.
               05 WS-FlagMtr            PIC X(1) VALUE 'N'.
               05 WS-FlagPre            PIC X(1) VALUE 'N'.
               05 WS-FlagPtr            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagIcu            PIC X(1) VALUE 'N'.
               05 WS-FlagRta            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagRet            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente tiene mandato en Mandatos.DAT.
               05 WS-FlagHallado        PIC X(1).
               *> 'Y' si el mandato buscado ya se reemplazo en la
               *> copia al archivo de trabajo.
               05 WS-FlagReemplazado    PIC X(1).
               *> 'Y' si la factura ya esta presentada (pendiente o
               *> aceptada) y no va de nuevo al banco.
               05 WS-FlagPresentada     PIC X(1).
               *> 'Y' si la factura esta retenida en la revision.
               05 WS-FlagRetenida       PIC X(1).
               *> 'Y' si la estructura de la respuesta (header,
               *> trailer, cantidad y hash) paso los controles.
               05 WS-FlagEstructura     PIC X(1).
               *> 'Y' mientras el detalle en curso siga pasando
               *> controles; el primero que falla fija la razon.
               05 WS-FlagValido         PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Hora               PIC 9(8).
           01 WS-Fecha-Pres         PIC 9(8).
           01 WS-Archivo-Respuesta  PIC X(20).
           01 WS-Max-Rechazos       PIC 9(2) VALUE 3.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(15).
           *> Mandato en curso, armado antes de regrabar el archivo.
           01 WS-Mandato.
               05 WS-Man-ID         PIC 9(5).
               05 WS-Man-Banco      PIC X(3).
               05 WS-Man-Cuenta     PIC X(22).
               05 WS-Man-Desde      PIC 9(8).
               05 WS-Man-Hasta      PIC 9(8).
               05 WS-Man-Estado     PIC X(1).
               05 WS-Man-Rechazos   PIC 9(2).
               05 WS-Man-FechaEstado PIC 9(8).
               05 WS-Man-Motivo     PIC X(3).
           *> Imputacion de la cuenta del cliente por factura: lo
           *> pagado va a las facturas mas viejas primero y lo que
           *> queda abierto en cada una es lo que se puede debitar.
           01 WS-Cas-ID             PIC 9(5).
           01 WS-Cuenta.
               05 WS-Cta-Pagado         PIC S9(12)V99.
               05 WS-Cta-Resto          PIC S9(12)V99.
               05 WS-Cta-Neto           PIC S9(12)V99.
               05 WS-Cta-Aplicado       PIC S9(12)V99.
               05 WS-Cta-Abierto        PIC S9(12)V99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Abiertas.
               05 WS-Cant-Abiertas      PIC 9(3) VALUE 0.
               05 WS-Abierta OCCURS 240 TIMES.
                   10 WS-Ab-Factura     PIC 9(8).
                   10 WS-Ab-Fecha       PIC 9(8).
                   10 WS-Ab-Importe     PIC 9(10)V99.
           01 WS-IdxAb              PIC 9(3).
           *> Identificacion del emisor ante el banco.
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           *> Registro de 80 del intercambio, una vista por tipo; la
           *> respuesta del banco usa las mismas posiciones y agrega
           *> el resultado al final del detalle.
           01 WS-Registro           PIC X(80).
           01 WS-Reg-Tipo REDEFINES WS-Registro.
               05 WS-Tipo           PIC X(1).
               05 FILLER            PIC X(79).
           01 WS-Reg-Header REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC 9(8).
               05 WS-Hdr-Fecha-X REDEFINES WS-Hdr-Fecha PIC X(8).
               05 WS-Hdr-Secuencia  PIC 9(6).
               05 WS-Hdr-Secuencia-X REDEFINES WS-Hdr-Secuencia
                                    PIC X(6).
               05 FILLER            PIC X(55).
           01 WS-Reg-Detalle REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Det-ID         PIC 9(5).
               05 WS-Det-ID-X REDEFINES WS-Det-ID PIC X(5).
               05 WS-Det-Banco      PIC X(3).
               05 WS-Det-Cuenta     PIC X(22).
               05 WS-Det-Factura    PIC 9(8).
               05 WS-Det-Factura-X REDEFINES WS-Det-Factura
                                    PIC X(8).
               05 WS-Det-Vencimiento PIC 9(8).
               05 WS-Det-Importe    PIC 9(10)V99.
               05 WS-Det-Importe-X REDEFINES WS-Det-Importe
                                    PIC X(12).
               *> Solo en la respuesta.
               05 WS-Det-Resultado  PIC X(1).
               05 WS-Det-Motivo     PIC X(3).
               05 WS-Det-FechaDeb   PIC 9(8).
               05 WS-Det-FechaDeb-X REDEFINES WS-Det-FechaDeb
                                    PIC X(8).
               05 FILLER            PIC X(9).
           01 WS-Reg-Trailer REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Cantidad-X REDEFINES WS-Trl-Cantidad
                                    PIC X(6).
               05 WS-Trl-Hash       PIC 9(13)V99.
               05 WS-Trl-Hash-X REDEFINES WS-Trl-Hash PIC X(15).
               05 FILLER            PIC X(58).
           *> Resultado de la primera pasada de control de la
           *> respuesta, contra lo que declara el trailer.
           01 WS-Estructura.
               05 WS-Hay-Header         PIC X(1).
               05 WS-Hay-Trailer        PIC X(1).
               05 WS-Cant-Detalles      PIC 9(6).
               05 WS-Hash-Importes      PIC 9(13)V99.
               05 WS-Trl-Cant-Dec       PIC 9(6).
               05 WS-Trl-Hash-Dec       PIC 9(13)V99.
           01 WS-Lote               PIC 9(6).
           01 WS-Fecha-Lote         PIC 9(8).
           01 WS-Fecha-Debito       PIC 9(8).
           01 WS-Razon              PIC X(3).
           *> Importe presentado del debito pendiente hallado y
           *> resultado con que se marca en el registro.
           01 WS-Pre-Importe        PIC 9(10)V99.
           01 WS-Res-Estado         PIC X(1).
           01 WS-Res-Motivo         PIC X(3).
           01 WS-Totales.
               05 WS-Cant-Aceptados     PIC 9(6) VALUE 0.
               05 WS-Cant-Rechazados    PIC 9(6) VALUE 0.
               05 WS-Cant-Suspendidos   PIC 9(5) VALUE 0.
               05 WS-Cant-Mandatos      PIC 9(5) VALUE 0.
               05 WS-Tot-Aceptado       PIC 9(12)V99 VALUE 0.
           01 WS-Importe-Txt        PIC Z(9)9.99.
           01 WS-Listado-Titulo.
               05 FILLER            PIC X(7) VALUE "ID".
               05 FILLER            PIC X(5) VALUE "BCO".
               05 FILLER            PIC X(24) VALUE "CUENTA (CBU)".
               05 FILLER            PIC X(10) VALUE "DESDE".
               05 FILLER            PIC X(10) VALUE "HASTA".
               05 FILLER            PIC X(3) VALUE "E".
               05 FILLER            PIC X(4) VALUE "RC".
               05 FILLER            PIC X(10) VALUE "ESTADO AL".
               05 FILLER            PIC X(3) VALUE "MOT".
           01 WS-Listado-Linea.
               05 WS-Lis-ID         PIC 9(5).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Banco      PIC X(3).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Cuenta     PIC X(22).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Desde      PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Hasta      PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Estado     PIC X(1).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Rechazos   PIC Z9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-FechaEstado PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Motivo     PIC X(3).

           *> Parametros de "CodigoPago": el vencimiento de la
           *> factura es el mismo que lleva el talon impreso.
           01 WS-Codigo-Parametros.
               05 CB-Numero         PIC 9(8).
               05 CB-Monto          PIC 9(10)V99.
               05 CB-Emision        PIC 9(8).
               05 CB-Vencimiento    PIC 9(8).
               05 CB-Digito         PIC 9(1).
               05 CB-Codigo         PIC X(29).
               05 CB-Linea          PIC X(32).
           *> Parametros del modulo "Ordenes": despues de cada debito
           *> aceptado se evalua si el cliente cortado quedo sin
           *> deuda y le corresponde reconexion, igual que en
           *> "Rendicion".
           01 WS-Ordenes-Parametros.
               05 OS-Accion         PIC X(1).
               05 OS-Numero-Ent     PIC 9(6).
               05 OS-ID-Ent         PIC 9(5).
               05 OS-Resultado      PIC X(1).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).
           *> Parametros del modulo "Caja": el debito aceptado entra
           *> en la sesion SISTEMA del dia (canal B), como las
           *> cobranzas de "Rendicion".
           01 WS-Caja-Parametros.
               05 CA-Accion         PIC X(1).
               05 CA-Cajero         PIC X(10).
               05 CA-Sesion         PIC 9(5).
               05 CA-Canal          PIC X(1).
               05 CA-ID             PIC 9(5).
               05 CA-Monto          PIC 9(8)V99.
               05 CA-Medio          PIC X(2).
               05 CA-Fecha          PIC 9(8).
               05 CA-Declarado-Txt  PIC X(15).
               05 CA-Mensaje        PIC X(80).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" alta de mandato, "M" modifica banco, cuenta o
               *> fecha de fin (y reactiva uno suspendido), "B" baja,
               *> "L" listado en Mandatos.Txt, "P" presentacion al
               *> banco de las facturas vencidas a DA-Fecha (cero =
               *> hoy), "R" respuesta del banco (DA-Archivo; vacio
               *> toma DebitosRespuesta.DAT).
               05 DA-Accion         PIC X(1).
               05 DA-ID             PIC 9(5).
               05 DA-Banco          PIC X(3).
               05 DA-Cuenta         PIC X(22).
               05 DA-Desde          PIC 9(8).
               05 DA-Hasta          PIC 9(8).
               05 DA-Fecha          PIC 9(8).
               05 DA-Archivo        PIC X(20).
               05 DA-Cantidad       PIC 9(5).
               05 DA-Rechazados     PIC 9(5).
               05 DA-Importe        PIC 9(12)V99.
               05 DA-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO DA-Mensaje
               MOVE 0 TO DA-Cantidad DA-Rechazados DA-Importe
               MOVE 0 TO WS-Cant-Aceptados WS-Cant-Rechazados
                   WS-Cant-Suspendidos WS-Cant-Mandatos WS-Tot-Aceptado
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               ACCEPT WS-Hora FROM TIME
               EVALUATE DA-Accion
                   WHEN "A"
                       PERFORM Alta-Mandato
                   WHEN "M"
                       PERFORM Modificar-Mandato
                   WHEN "B"
                       PERFORM Baja-Mandato
                   WHEN "L"
                       PERFORM Listar-Mandatos
                   WHEN "P"
                       PERFORM Generar-Presentacion
                   WHEN "R"
                       PERFORM Procesar-Respuesta
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO DA-Mensaje
               END-EVALUATE
           EXIT.

           *> Alta: cliente existente, CBU de 22 digitos (el banco
           *> sale de sus tres primeros si no se informa) y sin otro
           *> mandato activo o suspendido; un mandato dado de baja se
           *> reemplaza por el nuevo.
           Alta-Mandato.
               IF DA-Desde = 0 THEN
                   MOVE WS-Fecha TO DA-Desde
               END-IF
               IF DA-Banco = SPACES THEN
                   MOVE DA-Cuenta(1:3) TO DA-Banco
               END-IF
               MOVE DA-ID TO WS-Cas-ID
               PERFORM Buscar-Mandato
               EVALUATE TRUE
                   WHEN DA-ID = 0
                       MOVE "ERROR Cliente no informado" TO DA-Mensaje
                   WHEN DA-Cuenta IS NOT NUMERIC
                       MOVE "ERROR CBU invalido (22 digitos)" TO
                           DA-Mensaje
                   WHEN DA-Hasta NOT = 0 AND DA-Hasta < DA-Desde
                       MOVE "ERROR Fecha de fin anterior al inicio" TO
                           DA-Mensaje
                   WHEN WS-FlagHallado = 'Y' AND WS-Man-Estado NOT = 'B'
                       MOVE "ERROR Ya tiene mandato vigente" TO
                           DA-Mensaje
               END-EVALUATE
               IF DA-Mensaje = SPACES THEN
                   PERFORM Validar-Cliente
               END-IF
               IF DA-Mensaje = SPACES THEN
                   MOVE DA-ID TO WS-Man-ID
                   MOVE DA-Banco TO WS-Man-Banco
                   MOVE DA-Cuenta TO WS-Man-Cuenta
                   MOVE DA-Desde TO WS-Man-Desde
                   MOVE DA-Hasta TO WS-Man-Hasta
                   MOVE 'A' TO WS-Man-Estado
                   MOVE 0 TO WS-Man-Rechazos
                   MOVE WS-Fecha TO WS-Man-FechaEstado
                   MOVE SPACES TO WS-Man-Motivo
                   PERFORM Regrabar-Mandatos
                   STRING "Mandato registrado para el cliente " DA-ID
                       " desde " DA-Desde
                       DELIMITED BY SIZE INTO DA-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Sin ClientesIDX.DAT no se valida, como en el resto de
           *> los modulos que lo usan solo si esta.
           Validar-Cliente.
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE DA-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           MOVE "ERROR Cliente inexistente" TO
                               DA-Mensaje
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   CLOSE ClientesIDX
               END-IF
           EXIT.

           *> Modificacion: cambia banco y cuenta y/o la fecha de fin
           *> de un mandato activo o suspendido; un mandato suspendido
           *> vuelve a activo con el contador de rechazos en cero.
           Modificar-Mandato.
               MOVE DA-ID TO WS-Cas-ID
               PERFORM Buscar-Mandato
               EVALUATE TRUE
                   WHEN WS-FlagHallado = 'N' OR WS-Man-Estado = 'B'
                       MOVE "ERROR El cliente no tiene mandato vigente"
                           TO DA-Mensaje
                   WHEN DA-Cuenta NOT = SPACES AND
                        DA-Cuenta IS NOT NUMERIC
                       MOVE "ERROR CBU invalido (22 digitos)" TO
                           DA-Mensaje
                   WHEN DA-Hasta NOT = 0 AND DA-Hasta < WS-Man-Desde
                       MOVE "ERROR Fecha de fin anterior al inicio" TO
                           DA-Mensaje
               END-EVALUATE
               IF DA-Mensaje = SPACES THEN
                   IF DA-Cuenta NOT = SPACES THEN
                       MOVE DA-Cuenta TO WS-Man-Cuenta
                       IF DA-Banco = SPACES THEN
                           MOVE DA-Cuenta(1:3) TO WS-Man-Banco
                       ELSE
                           MOVE DA-Banco TO WS-Man-Banco
                       END-IF
                       MOVE 0 TO WS-Man-Rechazos
                   END-IF
                   IF DA-Hasta NOT = 0 THEN
                       MOVE DA-Hasta TO WS-Man-Hasta
                   END-IF
                   IF WS-Man-Estado = 'S' THEN
                       MOVE 'A' TO WS-Man-Estado
                       MOVE 0 TO WS-Man-Rechazos
                       MOVE SPACES TO WS-Man-Motivo
                       MOVE WS-Fecha TO WS-Man-FechaEstado
                   END-IF
                   PERFORM Regrabar-Mandatos
                   STRING "Mandato del cliente " DA-ID
                       " actualizado, estado " WS-Man-Estado
                       DELIMITED BY SIZE INTO DA-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Baja: el mandato queda con fecha de fin DA-Hasta (cero
           *> = hoy) y sus facturas siguientes vuelven a la cobranza
           *> por banco de "Interfaz".
           Baja-Mandato.
               MOVE DA-ID TO WS-Cas-ID
               PERFORM Buscar-Mandato
               IF WS-FlagHallado = 'N' OR WS-Man-Estado = 'B' THEN
                   MOVE "ERROR El cliente no tiene mandato vigente" TO
                       DA-Mensaje
               ELSE
                   IF DA-Hasta = 0 THEN
                       MOVE WS-Fecha TO WS-Man-Hasta
                   ELSE
                       MOVE DA-Hasta TO WS-Man-Hasta
                   END-IF
                   MOVE 'B' TO WS-Man-Estado
                   MOVE WS-Fecha TO WS-Man-FechaEstado
                   PERFORM Regrabar-Mandatos
                   STRING "Mandato del cliente " DA-ID
                       " dado de baja al " WS-Man-Hasta
                       DELIMITED BY SIZE INTO DA-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Deja en WS-Mandato el mandato del cliente WS-Cas-ID.
           Buscar-Mandato.
               MOVE 'N' TO WS-FlagHallado
               OPEN INPUT Mandatos
               IF WS-File-StatusMan = '00' THEN
                   PERFORM UNTIL WS-FlagMan = 'Y'
                       READ Mandatos INTO MandatoR
                           AT END
                               MOVE 'Y' TO WS-FlagMan
                           NOT AT END
                               IF MD-ID = WS-Cas-ID THEN
                                   MOVE 'Y' TO WS-FlagHallado
                                   MOVE MandatoR TO WS-Mandato
                                   MOVE 'Y' TO WS-FlagMan
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Mandatos
                   MOVE 'N' TO WS-FlagMan
               END-IF
           EXIT.

           *> Copia los mandatos al trabajo con WS-Mandato en lugar
           *> del de su cliente (o al final si es nuevo) y lo vuelca.
           Regrabar-Mandatos.
               MOVE 'N' TO WS-FlagReemplazado
               OPEN OUTPUT ManTrabajo
               OPEN INPUT Mandatos
               IF WS-File-StatusMan = '00' THEN
                   PERFORM UNTIL WS-FlagMan = 'Y'
                       READ Mandatos INTO MandatoR
                           AT END
                               MOVE 'Y' TO WS-FlagMan
                           NOT AT END
                               IF MD-ID = WS-Man-ID THEN
                                   MOVE WS-Mandato TO ManTrabajoR
                                   MOVE 'Y' TO WS-FlagReemplazado
                               ELSE
                                   MOVE MandatoR TO ManTrabajoR
                               END-IF
                               WRITE ManTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Mandatos
                   MOVE 'N' TO WS-FlagMan
               END-IF
               IF WS-FlagReemplazado = 'N' THEN
                   MOVE WS-Mandato TO ManTrabajoR
                   WRITE ManTrabajoR
               END-IF
               CLOSE ManTrabajo
               PERFORM Volcar-Mandatos
           EXIT.

           Volcar-Mandatos.
               OPEN INPUT ManTrabajo
               OPEN OUTPUT Mandatos
               PERFORM UNTIL WS-FlagMtr = 'Y'
                   READ ManTrabajo INTO ManTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagMtr
                       NOT AT END
                           MOVE ManTrabajoR TO MandatoR
                           WRITE MandatoR
                   END-READ
               END-PERFORM
               CLOSE ManTrabajo
               CLOSE Mandatos
               MOVE 'N' TO WS-FlagMtr
               DELETE FILE ManTrabajo
           EXIT.

           Listar-Mandatos.
               OPEN INPUT Mandatos
               IF WS-File-StatusMan NOT = '00' THEN
                   MOVE "ERROR No hay mandatos registrados" TO
                       DA-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "MANDATOS DE DEBITO AUTOMATICO AL " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE WS-Listado-Titulo TO Listado-R
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagMan = 'Y'
                       READ Mandatos INTO MandatoR
                           AT END
                               MOVE 'Y' TO WS-FlagMan
                           NOT AT END
                               MOVE MD-ID TO WS-Lis-ID
                               MOVE MD-Banco TO WS-Lis-Banco
                               MOVE MD-Cuenta TO WS-Lis-Cuenta
                               MOVE MD-Desde TO WS-Lis-Desde
                               MOVE MD-Hasta TO WS-Lis-Hasta
                               MOVE MD-Estado TO WS-Lis-Estado
                               MOVE MD-Rechazos TO WS-Lis-Rechazos
                               MOVE MD-FechaEstado TO
                                   WS-Lis-FechaEstado
                               MOVE MD-Motivo TO WS-Lis-Motivo
                               MOVE WS-Listado-Linea TO Listado-R
                               WRITE Listado-R
                               ADD 1 TO WS-Cant-Mandatos
                       END-READ
                   END-PERFORM
                   CLOSE Mandatos
                   CLOSE Listado
                   MOVE 'N' TO WS-FlagMan
                   MOVE WS-Cant-Mandatos TO DA-Cantidad
                   STRING "Mandatos listados en Mandatos.Txt: "
                       WS-Cant-Mandatos
                       DELIMITED BY SIZE INTO DA-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Presentacion: por cada mandato activo y vigente a la
           *> fecha, las facturas emitidas desde el inicio del mandato
           *> que tienen saldo abierto, ya vencieron y no estan
           *> presentadas; va el saldo abierto de cada una. Las lineas
           *> nuevas quedan pendientes en DebitosPresentados.DAT.
           Generar-Presentacion.
               IF DA-Fecha = 0 THEN
                   MOVE WS-Fecha TO WS-Fecha-Pres
               ELSE
                   MOVE DA-Fecha TO WS-Fecha-Pres
               END-IF
               OPEN INPUT Mandatos
               IF WS-File-StatusMan NOT = '00' THEN
                   MOVE "ERROR No hay mandatos registrados" TO
                       DA-Mensaje
               ELSE
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasIDX.DAT" TO
                           DA-Mensaje
                       CLOSE Mandatos
                   ELSE
                       PERFORM Armar-Presentacion
                   END-IF
               END-IF
           EXIT.

           Armar-Presentacion.
               MOVE 0 TO WS-Cant-Detalles WS-Hash-Importes
               PERFORM Avanzar-Secuencia
               OPEN OUTPUT Banco
               OPEN OUTPUT PreTrabajo
               MOVE SPACES TO WS-Registro
               MOVE 'H' TO WS-Tipo
               MOVE WS-Emisor TO WS-Hdr-Emisor
               MOVE WS-Fecha-Pres TO WS-Hdr-Fecha
               MOVE WS-Secuencia TO WS-Hdr-Secuencia
               MOVE WS-Registro TO Banco-R
               WRITE Banco-R
               PERFORM UNTIL WS-FlagMan = 'Y'
                   READ Mandatos INTO MandatoR
                       AT END
                           MOVE 'Y' TO WS-FlagMan
                       NOT AT END
                           IF MD-Estado = 'A' AND
                              MD-Desde <= WS-Fecha-Pres AND
                              (MD-Hasta = 0 OR
                               MD-Hasta >= WS-Fecha-Pres) THEN
                               PERFORM Presentar-Cliente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mandatos
               CLOSE Historico
               MOVE 'N' TO WS-FlagMan
               MOVE SPACES TO WS-Registro
               MOVE 'T' TO WS-Tipo
               MOVE WS-Cant-Detalles TO WS-Trl-Cantidad
               MOVE WS-Hash-Importes TO WS-Trl-Hash
               MOVE WS-Registro TO Banco-R
               WRITE Banco-R
               CLOSE Banco
               CLOSE PreTrabajo
               PERFORM Agregar-Presentados
               PERFORM Registrar-Presentacion
               MOVE WS-Cant-Detalles TO DA-Cantidad
               MOVE WS-Hash-Importes TO DA-Importe
               MOVE WS-Hash-Importes TO WS-Importe-Txt
               STRING "Presentacion lote " WS-Secuencia
                   ", debitos: " WS-Cant-Detalles
                   ", importe: " WS-Importe-Txt
                   DELIMITED BY SIZE INTO DA-Mensaje
               END-STRING
           EXIT.

           Presentar-Cliente.
               MOVE MD-ID TO WS-Cas-ID
               PERFORM Imputar-Cuenta
               PERFORM VARYING WS-IdxAb FROM 1 BY 1
                       UNTIL WS-IdxAb > WS-Cant-Abiertas
                   IF WS-Ab-Fecha(WS-IdxAb) >= MD-Desde THEN
                       MOVE WS-Ab-Factura(WS-IdxAb) TO CB-Numero
                       MOVE WS-Ab-Importe(WS-IdxAb) TO CB-Monto
                       MOVE WS-Ab-Fecha(WS-IdxAb) TO CB-Emision
                       CALL "CodigoPago" USING WS-Codigo-Parametros
                       IF CB-Vencimiento <= WS-Fecha-Pres THEN
                           PERFORM Buscar-Presentada
                           PERFORM Buscar-Retenida
                           IF WS-FlagPresentada = 'N' AND
                              WS-FlagRetenida = 'N' THEN
                               PERFORM Armar-Detalle
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           EXIT.

           Buscar-Presentada.
               MOVE 'N' TO WS-FlagPresentada
               OPEN INPUT Presentados
               IF WS-File-StatusPre = '00' THEN
                   PERFORM UNTIL WS-FlagPre = 'Y'
                       READ Presentados INTO PresentadoR
                           AT END
                               MOVE 'Y' TO WS-FlagPre
                           NOT AT END
                               IF DP-Factura = WS-Ab-Factura(WS-IdxAb)
                                  AND (DP-Estado = 'P' OR
                                       DP-Estado = 'A') THEN
                                   MOVE 'Y' TO WS-FlagPresentada
                                   MOVE 'Y' TO WS-FlagPre
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Presentados
                   MOVE 'N' TO WS-FlagPre
               END-IF
           EXIT.

           Buscar-Retenida.
               MOVE 'N' TO WS-FlagRetenida
               OPEN INPUT Retenidas
               IF WS-File-StatusRet = '00' THEN
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               IF RE-Numero = WS-Ab-Factura(WS-IdxAb)
                                  AND (RE-Estado = 'R' OR
                                       RE-Estado = 'A') THEN
                                   MOVE 'Y' TO WS-FlagRetenida
                                   MOVE 'Y' TO WS-FlagRet
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   MOVE 'N' TO WS-FlagRet
               END-IF
           EXIT.

           Armar-Detalle.
               MOVE SPACES TO WS-Registro
               MOVE 'D' TO WS-Tipo
               MOVE MD-ID TO WS-Det-ID
               MOVE MD-Banco TO WS-Det-Banco
               MOVE MD-Cuenta TO WS-Det-Cuenta
               MOVE WS-Ab-Factura(WS-IdxAb) TO WS-Det-Factura
               MOVE CB-Vencimiento TO WS-Det-Vencimiento
               MOVE WS-Ab-Importe(WS-IdxAb) TO WS-Det-Importe
               MOVE WS-Registro TO Banco-R
               WRITE Banco-R
               MOVE WS-Secuencia TO DP-Lote
               MOVE MD-ID TO DP-ID
               MOVE WS-Ab-Factura(WS-IdxAb) TO DP-Factura
               MOVE CB-Vencimiento TO DP-Vencimiento
               MOVE WS-Ab-Importe(WS-IdxAb) TO DP-Importe
               MOVE WS-Fecha-Pres TO DP-Fecha
               MOVE 'P' TO DP-Estado
               MOVE SPACES TO DP-Motivo
               MOVE 0 TO DP-FechaRta
               MOVE PresentadoR TO PreTrabajoR
               WRITE PreTrabajoR
               ADD 1 TO WS-Cant-Detalles
               ADD WS-Ab-Importe(WS-IdxAb) TO WS-Hash-Importes
           EXIT.

           *> Las lineas del lote pasan al final del registro de
           *> presentados.
           Agregar-Presentados.
               OPEN INPUT PreTrabajo
               OPEN EXTEND Presentados
               IF WS-File-StatusPre NOT = '00' THEN
                   OPEN OUTPUT Presentados
               END-IF
               PERFORM UNTIL WS-FlagPtr = 'Y'
                   READ PreTrabajo INTO PreTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagPtr
                       NOT AT END
                           MOVE PreTrabajoR TO PresentadoR
                           WRITE PresentadoR
                   END-READ
               END-PERFORM
               CLOSE PreTrabajo
               CLOSE Presentados
               MOVE 'N' TO WS-FlagPtr
               DELETE FILE PreTrabajo
           EXIT.

           *> Lee el ultimo lote, lo incrementa y lo regraba; la
           *> primera presentacion arranca en 1.
           Avanzar-Secuencia.
               MOVE 0 TO WS-Secuencia
               OPEN INPUT Secuencia
               IF WS-File-StatusSec = '00' THEN
                   READ Secuencia INTO SecuenciaR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SEC-Numero TO WS-Secuencia
                   END-READ
                   CLOSE Secuencia
               END-IF
               ADD 1 TO WS-Secuencia
               OPEN OUTPUT Secuencia
               MOVE WS-Secuencia TO SEC-Numero
               WRITE SecuenciaR
               CLOSE Secuencia
           EXIT.

           *> Imputacion de la cuenta del cliente WS-Cas-ID: importe
           *> de cada factura corregido por sus notas, el saldo a favor
           *> consumido con ella y lo castigado; lo cobrado neto de
           *> reversiones se aplica a las mas viejas y lo que queda
           *> abierto en cada una va a WS-Abiertas.
           Imputar-Cuenta.
               MOVE 0 TO WS-Cant-Abiertas
               PERFORM Sumar-Pagado
               MOVE WS-Cta-Pagado TO WS-Cta-Resto
               MOVE WS-Cas-ID TO HI-Cli-ID
               MOVE 0 TO HI-Cli-Fecha
               START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                   INVALID KEY
                       MOVE 'Y' TO WS-FlagHis
               END-START
               PERFORM UNTIL WS-FlagHis = 'Y'
                   READ Historico NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FlagHis
                       NOT AT END
                           IF HI-ID NOT = WS-Cas-ID THEN
                               MOVE 'Y' TO WS-FlagHis
                           ELSE
                               PERFORM Imputar-Factura
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-FlagHis
           EXIT.

           Imputar-Factura.
               MOVE HI-Monto TO WS-Cta-Neto
               PERFORM Netear-Notas
               PERFORM Netear-Creditos
               PERFORM Netear-Castigos
               IF WS-Cta-Neto < 0 THEN
                   MOVE 0 TO WS-Cta-Neto
               END-IF
               IF WS-Cta-Resto > WS-Cta-Neto THEN
                   MOVE WS-Cta-Neto TO WS-Cta-Aplicado
               ELSE
                   IF WS-Cta-Resto > 0 THEN
                       MOVE WS-Cta-Resto TO WS-Cta-Aplicado
                   ELSE
                       MOVE 0 TO WS-Cta-Aplicado
                   END-IF
               END-IF
               SUBTRACT WS-Cta-Aplicado FROM WS-Cta-Resto
               COMPUTE WS-Cta-Abierto = WS-Cta-Neto - WS-Cta-Aplicado
               IF WS-Cta-Abierto > 0 AND WS-Cant-Abiertas < 240 THEN
                   ADD 1 TO WS-Cant-Abiertas
                   MOVE HI-Numero TO WS-Ab-Factura(WS-Cant-Abiertas)
                   MOVE HI-Fecha TO WS-Ab-Fecha(WS-Cant-Abiertas)
                   MOVE WS-Cta-Abierto TO
                       WS-Ab-Importe(WS-Cant-Abiertas)
               END-IF
           EXIT.

           Sumar-Pagado.
               MOVE 0 TO WS-Cta-Pagado
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = WS-Cas-ID THEN
                                   ADD PA-Monto TO WS-Cta-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = WS-Cas-ID THEN
                                   SUBTRACT RV-Monto FROM WS-Cta-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Netear-Notas.
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = WS-Cas-ID AND
                                  ND-Factura = HI-Numero THEN
                                   COMPUTE WS-Nota-Importe =
                                       ND-Importe-Ent +
                                       (ND-Importe-Dec / 100)
                                   IF ND-Tipo = "NC" THEN
                                       SUBTRACT WS-Nota-Importe FROM
                                           WS-Cta-Neto
                                   ELSE
                                       ADD WS-Nota-Importe TO
                                           WS-Cta-Neto
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           Netear-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = WS-Cas-ID AND
                                  SF-Factura = HI-Numero AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Cta-Neto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           Netear-Castigos.
               OPEN INPUT Castigos
               IF WS-File-StatusIcu = '00' THEN
                   PERFORM UNTIL WS-FlagIcu = 'Y'
                       READ Castigos INTO CastigoR
                           AT END
                               MOVE 'Y' TO WS-FlagIcu
                           NOT AT END
                               IF IK-ID = WS-Cas-ID AND
                                  IK-Tipo = 'C' AND
                                  IK-Factura = HI-Numero THEN
                                   SUBTRACT IK-Importe FROM WS-Cta-Neto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Castigos
                   MOVE 'N' TO WS-FlagIcu
               END-IF
           EXIT.

           Registrar-Presentacion.
               OPEN EXTEND Envios
               IF WS-File-StatusEnv NOT = '00' THEN
                   OPEN OUTPUT Envios
               END-IF
               IF WS-File-StatusEnv = '00' THEN
                   MOVE SPACES TO Envio-R
                   STRING WS-Fecha " " WS-Hora
                       " Presentacion Lote=" WS-Secuencia
                       " Fecha=" WS-Fecha-Pres
                       " Detalles=" WS-Cant-Detalles
                       " Hash=" WS-Hash-Importes
                       DELIMITED BY SIZE INTO Envio-R
                   END-STRING
                   WRITE Envio-R
                   CLOSE Envios
               END-IF
           EXIT.

           *> Respuesta del banco: primera pasada de control de
           *> header/trailer y hash igual que "Rendicion"; despues cada
           *> debito aceptado entra como pago (medio DA) y cada
           *> rechazo suma al contador del mandato, que se suspende al
           *> llegar a MAXRECHAZOS= rechazos seguidos.
           Procesar-Respuesta.
               IF DA-Archivo = SPACES THEN
                   MOVE 'DebitosRespuesta.DAT' TO WS-Archivo-Respuesta
               ELSE
                   MOVE DA-Archivo TO WS-Archivo-Respuesta
               END-IF
               PERFORM Cargar-Configuracion
               PERFORM Controlar-Estructura
               IF WS-FlagEstructura = 'Y' THEN
                   PERFORM Aplicar-Respuesta
               END-IF
           EXIT.

           Cargar-Configuracion.
               OPEN INPUT Config
               IF WS-File-StatusCfg = '00' THEN
                   PERFORM UNTIL WS-FlagCfg = 'Y'
                       READ Config INTO Config-R
                           AT END
                               MOVE 'Y' TO WS-FlagCfg
                           NOT AT END
                               MOVE SPACES TO WS-Config-Clave
                                   WS-Config-Valor
                               UNSTRING Config-R DELIMITED BY "="
                                   INTO WS-Config-Clave, WS-Config-Valor
                               END-UNSTRING
                               IF WS-Config-Clave = "MAXRECHAZOS" AND
                                  WS-Config-Valor(1:2) IS NUMERIC THEN
                                   MOVE WS-Config-Valor(1:2) TO
                                       WS-Max-Rechazos
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Config
                   MOVE 'N' TO WS-FlagCfg
               END-IF
           EXIT.

           Controlar-Estructura.
               MOVE 'N' TO WS-FlagEstructura
               MOVE 'N' TO WS-Hay-Header
               MOVE 'N' TO WS-Hay-Trailer
               MOVE 0 TO WS-Cant-Detalles WS-Hash-Importes
               MOVE 0 TO WS-Trl-Cant-Dec WS-Trl-Hash-Dec
               MOVE 0 TO WS-Lote WS-Fecha-Lote
               OPEN INPUT Respuesta
               IF WS-File-StatusRta NOT = '00' THEN
                   STRING "ERROR No se pudo abrir "
                       WS-Archivo-Respuesta
                       DELIMITED BY SIZE INTO DA-Mensaje
                   END-STRING
               ELSE
                   PERFORM UNTIL WS-FlagRta = 'Y'
                       READ Respuesta INTO WS-Registro
                           AT END
                               MOVE 'Y' TO WS-FlagRta
                           NOT AT END
                               PERFORM Controlar-Registro
                       END-READ
                   END-PERFORM
                   CLOSE Respuesta
                   MOVE 'N' TO WS-FlagRta
                   PERFORM Evaluar-Estructura
               END-IF
           EXIT.

           Controlar-Registro.
               EVALUATE WS-Tipo
                   WHEN 'H'
                       MOVE 'Y' TO WS-Hay-Header
                       IF WS-Hdr-Secuencia-X IS NUMERIC THEN
                           MOVE WS-Hdr-Secuencia TO WS-Lote
                       END-IF
                       IF WS-Hdr-Fecha-X IS NUMERIC THEN
                           MOVE WS-Hdr-Fecha TO WS-Fecha-Lote
                       END-IF
                   WHEN 'D'
                       ADD 1 TO WS-Cant-Detalles
                       IF WS-Det-Importe-X IS NUMERIC THEN
                           ADD WS-Det-Importe TO WS-Hash-Importes
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO WS-Hay-Trailer
                       IF WS-Trl-Cantidad-X IS NUMERIC THEN
                           MOVE WS-Trl-Cantidad TO WS-Trl-Cant-Dec
                       END-IF
                       IF WS-Trl-Hash-X IS NUMERIC THEN
                           MOVE WS-Trl-Hash TO WS-Trl-Hash-Dec
                       END-IF
               END-EVALUATE
           EXIT.

           Evaluar-Estructura.
               EVALUATE TRUE
                   WHEN WS-Hay-Header = 'N'
                       MOVE "ERROR Respuesta sin header" TO DA-Mensaje
                   WHEN WS-Hay-Trailer = 'N'
                       MOVE "ERROR Respuesta sin trailer" TO DA-Mensaje
                   WHEN WS-Lote = 0
                       MOVE "ERROR Header sin numero de lote" TO
                           DA-Mensaje
                   WHEN WS-Trl-Cant-Dec NOT = WS-Cant-Detalles
                       STRING "ERROR Cantidad del trailer "
                           WS-Trl-Cant-Dec " no coincide con detalles "
                           WS-Cant-Detalles
                           DELIMITED BY SIZE INTO DA-Mensaje
                       END-STRING
                   WHEN WS-Trl-Hash-Dec NOT = WS-Hash-Importes
                       MOVE "ERROR Hash del trailer no coincide" TO
                           DA-Mensaje
                   WHEN OTHER
                       MOVE 'Y' TO WS-FlagEstructura
               END-EVALUATE
           EXIT.

           Aplicar-Respuesta.
               OPEN INPUT Respuesta
               OPEN OUTPUT Rechazos
               PERFORM UNTIL WS-FlagRta = 'Y'
                   READ Respuesta INTO WS-Registro
                       AT END
                           MOVE 'Y' TO WS-FlagRta
                       NOT AT END
                           IF WS-Tipo = 'D' THEN
                               PERFORM Aplicar-Detalle
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Respuesta
               CLOSE Rechazos
               MOVE 'N' TO WS-FlagRta
               PERFORM Registrar-Respuesta
               MOVE WS-Cant-Aceptados TO DA-Cantidad
               MOVE WS-Cant-Rechazados TO DA-Rechazados
               MOVE WS-Tot-Aceptado TO DA-Importe
               STRING "Respuesta lote " WS-Lote
                   " aceptados: " WS-Cant-Aceptados
                   " rechazados: " WS-Cant-Rechazados
                   " suspendidos: " WS-Cant-Suspendidos
                   DELIMITED BY SIZE INTO DA-Mensaje
               END-STRING
           EXIT.

           *> Controles del detalle en orden: cliente y factura
           *> numericos (ID), resultado A o R (RS), debito pendiente
           *> de este lote en DebitosPresentados.DAT (NP) e importe
           *> igual al presentado (IM). Un detalle repetido o de una
           *> respuesta ya procesada cae en NP y no se aplica dos
           *> veces.
           Aplicar-Detalle.
               MOVE 'Y' TO WS-FlagValido
               MOVE SPACES TO WS-Razon
               IF WS-Det-ID-X IS NOT NUMERIC OR
                  WS-Det-Factura-X IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-FlagValido
                   MOVE "ID" TO WS-Razon
               END-IF
               IF WS-FlagValido = 'Y' AND
                  WS-Det-Resultado NOT = 'A' AND
                  WS-Det-Resultado NOT = 'R' THEN
                   MOVE 'N' TO WS-FlagValido
                   MOVE "RS" TO WS-Razon
               END-IF
               IF WS-FlagValido = 'Y' THEN
                   PERFORM Buscar-Pendiente
                   IF WS-FlagHallado = 'N' THEN
                       MOVE 'N' TO WS-FlagValido
                       MOVE "NP" TO WS-Razon
                   END-IF
               END-IF
               IF WS-FlagValido = 'Y' AND
                  (WS-Det-Importe-X IS NOT NUMERIC OR
                   WS-Det-Importe NOT = WS-Pre-Importe) THEN
                   MOVE 'N' TO WS-FlagValido
                   MOVE "IM" TO WS-Razon
               END-IF
               IF WS-FlagValido = 'N' THEN
                   MOVE 'C' TO RR-Origen
                   MOVE SPACES TO RR-Rechazos RR-Estado
                   PERFORM Agregar-Rechazo
               ELSE
                   IF WS-Det-Resultado = 'A' THEN
                       PERFORM Aceptar-Debito
                   ELSE
                       PERFORM Rechazar-Debito
                   END-IF
               END-IF
           EXIT.

           Buscar-Pendiente.
               MOVE 'N' TO WS-FlagHallado
               OPEN INPUT Presentados
               IF WS-File-StatusPre = '00' THEN
                   PERFORM UNTIL WS-FlagPre = 'Y'
                       READ Presentados INTO PresentadoR
                           AT END
                               MOVE 'Y' TO WS-FlagPre
                           NOT AT END
                               IF DP-Lote = WS-Lote AND
                                  DP-ID = WS-Det-ID AND
                                  DP-Factura = WS-Det-Factura AND
                                  DP-Estado = 'P' THEN
                                   MOVE 'Y' TO WS-FlagHallado
                                   MOVE DP-Importe TO WS-Pre-Importe
                                   MOVE 'Y' TO WS-FlagPre
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Presentados
                   MOVE 'N' TO WS-FlagPre
               END-IF
           EXIT.

           *> El debito aceptado entra a Pagos.DAT con la fecha del
           *> debito (la del lote si no viene) y medio DA, pasa por
           *> la caja del dia y la evaluacion de reconexion, y pone
           *> en cero los rechazos seguidos del mandato.
           Aceptar-Debito.
               IF WS-Det-FechaDeb-X IS NUMERIC AND
                  WS-Det-FechaDeb > 0 THEN
                   MOVE WS-Det-FechaDeb TO WS-Fecha-Debito
               ELSE
                   MOVE WS-Fecha-Lote TO WS-Fecha-Debito
               END-IF
               OPEN EXTEND Pagos
               IF WS-File-StatusPag NOT = '00' THEN
                   OPEN OUTPUT Pagos
               END-IF
               IF WS-File-StatusPag = '00' THEN
                   MOVE WS-Det-ID TO PA-ID
                   MOVE WS-Fecha-Debito TO PA-Fecha
                   MOVE WS-Det-Importe TO PA-Monto
                   MOVE "DA" TO PA-Medio
                   WRITE PagoR
                   CLOSE Pagos
                   ADD 1 TO WS-Cant-Aceptados
                   ADD WS-Det-Importe TO WS-Tot-Aceptado
                   MOVE 'A' TO WS-Res-Estado
                   MOVE SPACES TO WS-Res-Motivo
                   PERFORM Marcar-Presentado
                   PERFORM Evaluar-Reconexion
                   PERFORM Asentar-En-Caja
                   MOVE WS-Det-ID TO WS-Cas-ID
                   PERFORM Buscar-Mandato
                   IF WS-FlagHallado = 'Y' AND WS-Man-Rechazos > 0 THEN
                       MOVE 0 TO WS-Man-Rechazos
                       PERFORM Regrabar-Mandatos
                   END-IF
               ELSE
                   MOVE "PG" TO WS-Razon
                   MOVE 'C' TO RR-Origen
                   MOVE SPACES TO RR-Rechazos RR-Estado
                   PERFORM Agregar-Rechazo
               END-IF
           EXIT.

           *> El rechazo queda en el registro con su motivo; la
           *> factura sigue abierta y vuelve en la proxima
           *> presentacion mientras el mandato siga activo.
           Rechazar-Debito.
               MOVE 'R' TO WS-Res-Estado
               MOVE WS-Det-Motivo TO WS-Res-Motivo
               PERFORM Marcar-Presentado
               MOVE WS-Det-Motivo TO WS-Razon
               MOVE 'B' TO RR-Origen
               MOVE SPACES TO RR-Rechazos RR-Estado
               MOVE WS-Det-ID TO WS-Cas-ID
               PERFORM Buscar-Mandato
               IF WS-FlagHallado = 'Y' THEN
                   IF WS-Man-Rechazos < 99 THEN
                       ADD 1 TO WS-Man-Rechazos
                   END-IF
                   MOVE WS-Det-Motivo TO WS-Man-Motivo
                   IF WS-Man-Estado = 'A' AND
                      WS-Man-Rechazos >= WS-Max-Rechazos THEN
                       MOVE 'S' TO WS-Man-Estado
                       MOVE WS-Fecha TO WS-Man-FechaEstado
                       ADD 1 TO WS-Cant-Suspendidos
                   END-IF
                   PERFORM Regrabar-Mandatos
                   MOVE WS-Man-Rechazos TO RR-Rechazos
                   MOVE WS-Man-Estado TO RR-Estado
               END-IF
               PERFORM Agregar-Rechazo
           EXIT.

           *> Regraba DebitosPresentados.DAT con el resultado del
           *> debito en curso (WS-Res-Estado y WS-Res-Motivo).
           Marcar-Presentado.
               OPEN OUTPUT PreTrabajo
               OPEN INPUT Presentados
               PERFORM UNTIL WS-FlagPre = 'Y'
                   READ Presentados INTO PresentadoR
                       AT END
                           MOVE 'Y' TO WS-FlagPre
                       NOT AT END
                           IF DP-Lote = WS-Lote AND
                              DP-ID = WS-Det-ID AND
                              DP-Factura = WS-Det-Factura AND
                              DP-Estado = 'P' THEN
                               MOVE WS-Res-Estado TO DP-Estado
                               MOVE WS-Res-Motivo TO DP-Motivo
                               MOVE WS-Fecha TO DP-FechaRta
                           END-IF
                           MOVE PresentadoR TO PreTrabajoR
                           WRITE PreTrabajoR
                   END-READ
               END-PERFORM
               CLOSE Presentados
               CLOSE PreTrabajo
               MOVE 'N' TO WS-FlagPre
               OPEN INPUT PreTrabajo
               OPEN OUTPUT Presentados
               PERFORM UNTIL WS-FlagPtr = 'Y'
                   READ PreTrabajo INTO PreTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagPtr
                       NOT AT END
                           MOVE PreTrabajoR TO PresentadoR
                           WRITE PresentadoR
                   END-READ
               END-PERFORM
               CLOSE PreTrabajo
               CLOSE Presentados
               MOVE 'N' TO WS-FlagPtr
               DELETE FILE PreTrabajo
           EXIT.

           Agregar-Rechazo.
               MOVE "|" TO RR-FILLER1 RR-FILLER2 RR-FILLER3
                   RR-FILLER4 RR-FILLER5 RR-FILLER6 RR-FILLER7
               MOVE WS-Razon TO RR-Razon
               MOVE WS-Det-ID-X TO RR-ID
               MOVE WS-Det-Factura-X TO RR-Factura
               MOVE WS-Det-Importe-X TO RR-Importe
               WRITE Rechazo-R
               ADD 1 TO WS-Cant-Rechazados
           EXIT.

           Evaluar-Reconexion.
               MOVE 'X' TO OS-Accion
               MOVE WS-Det-ID TO OS-ID-Ent
               MOVE 0 TO OS-Numero-Ent
               MOVE SPACES TO OS-Resultado OS-Cuadrilla-Ent
               CALL "Ordenes" USING WS-Ordenes-Parametros
           EXIT.

           Asentar-En-Caja.
               MOVE "M" TO CA-Accion
               MOVE "B" TO CA-Canal
               MOVE SPACES TO CA-Cajero CA-Declarado-Txt
               MOVE WS-Det-ID TO CA-ID
               MOVE WS-Fecha-Debito TO CA-Fecha
               MOVE WS-Det-Importe TO CA-Monto
               MOVE "DA" TO CA-Medio
               MOVE 0 TO CA-Sesion
               CALL "Caja" USING WS-Caja-Parametros
           EXIT.

           Registrar-Respuesta.
               OPEN EXTEND Envios
               IF WS-File-StatusEnv NOT = '00' THEN
                   OPEN OUTPUT Envios
               END-IF
               IF WS-File-StatusEnv = '00' THEN
                   MOVE SPACES TO Envio-R
                   STRING WS-Fecha " " WS-Hora
                       " Respuesta Lote=" WS-Lote
                       " Aceptados=" WS-Cant-Aceptados
                       " Rechazados=" WS-Cant-Rechazados
                       " Suspendidos=" WS-Cant-Suspendidos
                       " Hash=" WS-Hash-Importes
                       " Importe=" WS-Tot-Aceptado
                       DELIMITED BY SIZE INTO Envio-R
                   END-STRING
                   WRITE Envio-R
                   CLOSE Envios
               END-IF
           EXIT.
