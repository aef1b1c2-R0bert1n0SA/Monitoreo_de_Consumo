       IDENTIFICATION DIVISION.
       PROGRAM-ID. Incobrables AS "Incobrables".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Libro de incobrables: un caso por cliente castigado
           *> (propuesta, aprobacion y derivacion a la agencia), las
           *> lineas de castigo por factura que sacan la deuda de la
           *> cartera y los recuperos que informa la agencia. Crece
           *> por EXTEND y se regraba entero al resolver o derivar,
           *> mismo criterio de archivo de trabajo que Ordenes.DAT.
           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           SELECT IncTrabajo ASSIGN TO 'IncobrablesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusItr.

           *> Segundo cursor sobre el libro, para los castigos ya
           *> hechos sobre una factura y lo ya recuperado de un caso
           *> mientras el primero se esta copiando.
           SELECT IncCursor ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusIcu.

           *> Ordenes de "Ordenes": el corte cumplido fija desde
           *> cuando cuenta la antiguedad; una reconexion o un corte
           *> posterior lo dejan sin efecto.
           SELECT Ordenes ASSIGN TO 'Ordenes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusOrd.

           SELECT OrdCursor ASSIGN TO 'Ordenes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusOcu.

           *> Dias minimos desde el corte (DIASCASTIGO=) junto al
           *> umbral de corte, en los parametros de cobranzas.
           SELECT Config ASSIGN TO 'Cobranzas.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Cuentas contables del diario de incobrables, en el
           *> mismo Contabilidad.CFG del asiento diario.
           SELECT Cuentas ASSIGN TO 'Contabilidad.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCta.

           *> Maestro indexado, para el domicilio y el medidor que
           *> van a la agencia.
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           *> Movimientos de la cuenta del cliente, con la misma
           *> imputacion por factura que la cartera de "Pagos".
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

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

           *> Derivacion a la agencia de cobranza externa: header,
           *> una linea por caso castigado todavia no derivado y
           *> trailer con cantidad e importe. Se regenera en cada
           *> corrida con los casos nuevos.
           SELECT Derivacion ASSIGN TO 'AgenciaDerivacion.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDer.

           *> Recuperos que devuelve la agencia, posiciones fijas:
           *> caso, cliente, fecha de cobro, importe y referencia.
           SELECT Recuperos ASSIGN TO 'AgenciaRecuperos.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRec.

           *> Lineas de recupero que no se pudieron asentar, con el
           *> motivo, para devolver a la agencia.
           SELECT Rechazos ASSIGN TO 'AgenciaRechazos.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRch.

           *> Diario del libro de incobrables para el sistema
           *> contable, mismas posiciones fijas que AsientosGL.DAT:
           *> castigo contra deudores y recupero como ingreso.
           SELECT Diario ASSIGN TO 'IncobrablesGL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDia.

           SELECT Secuencia ASSIGN TO 'IncobrablesGLSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Listado de casos con lo castigado y lo recuperado.
           SELECT Listado ASSIGN TO 'Incobrables.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Incobrables.
       01 IncobrableR.
           05 IN-Numero             PIC 9(6).
           05 IN-ID                 PIC 9(5).
           *> 'P' caso (propuesta del cliente), 'C' castigo de una
           *> factura, 'R' recupero informado por la agencia.
           05 IN-Tipo               PIC X(1).
           *> Caso: 'P' propuesto, 'A' aprobado y castigado, 'X'
           *> rechazado. Castigos y recuperos quedan en 'A'.
           05 IN-Estado             PIC X(1).
           *> Fecha de la propuesta (P), del castigo (C) o del
           *> asiento del recupero (R).
           05 IN-Fecha              PIC 9(8).
           *> Fecha del corte (P y C) o del cobro en la agencia (R).
           05 IN-FechaRef           PIC 9(8).
           05 IN-Factura            PIC 9(8).
           05 IN-Importe            PIC 9(10)V99.
           05 IN-Propuso            PIC X(10).
           05 IN-Aprobo             PIC X(10).
           05 IN-FechaAprob         PIC 9(8).
           *> Fecha en que el caso salio a la agencia (cero = no).
           05 IN-Derivado           PIC 9(8).
           *> Referencia de cobro de la agencia (R).
           05 IN-Referencia         PIC X(15).

       FD IncTrabajo.
       01 IncTrabajoR               PIC X(100).

       FD IncCursor.
       01 IncCursorR.
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

       FD Ordenes.
       01 OrdenR.
           05 OS-Numero             PIC 9(6).
           05 OS-ID                 PIC 9(5).
           05 OS-Tipo               PIC X(1).
           05 OS-FechaGen           PIC 9(8).
           05 OS-Estado             PIC X(1).
           05 OS-FechaCierre        PIC 9(8).
           05 OS-Cuadrilla          PIC X(10).

       FD OrdCursor.
       01 OrdCursorR.
           05 OC-Numero             PIC 9(6).
           05 OC-ID                 PIC 9(5).
           05 OC-Tipo               PIC X(1).
           05 OC-FechaGen           PIC 9(8).
           05 OC-Estado             PIC X(1).
           05 OC-FechaCierre        PIC 9(8).
           05 OC-Cuadrilla          PIC X(10).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Cuentas.
       01 Cuentas-R                 PIC X(80).

       FD ClientesIDX.
       01 ClientesIDX-R.
           05 CI-ID                PIC 9(5).
           05 CI-NombreUsuario     PIC X(40).
           05 CI-Estado            PIC X(1).
           05 CI-Medidor           PIC X(10).
           05 CI-Direccion         PIC X(40).
           05 CI-Tarifa            PIC X(2).

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

       FD Derivacion.
       01 Derivacion-R              PIC X(150).

       FD Recuperos.
       01 Recupero-R.
           05 AR-Numero             PIC 9(6).
           05 AR-ID                 PIC 9(5).
           05 AR-Fecha              PIC 9(8).
           05 AR-Importe            PIC 9(10)V99.
           05 AR-Referencia         PIC X(15).

       FD Rechazos.
       01 Rechazo-R                 PIC X(100).

       FD Diario.
       01 Diario-R                  PIC X(80).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Listado.
       01 Listado-R                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusInc     PIC XX.
               05 WS-File-StatusItr     PIC XX.
               05 WS-File-StatusIcu     PIC XX.
               05 WS-File-StatusOrd     PIC XX.
               05 WS-File-StatusOcu     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusCta     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusDer     PIC XX.
               05 WS-File-StatusRec     PIC XX.
               05 WS-File-StatusRch     PIC XX.
               05 WS-File-StatusDia     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               05 WS-FlagItr            PIC X(1) VALUE 'N'.
               05 WS-FlagIcu            PIC X(1) VALUE 'N'.
               05 WS-FlagOrd            PIC X(1) VALUE 'N'.
               05 WS-FlagOcu            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagCta            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagRec            PIC X(1) VALUE 'N'.
               *> 'Y' si ClientesIDX.DAT abrio bien.
               05 WS-FlagIndice         PIC X(1) VALUE 'N'.
               *> 'Y' si el corte en curso quedo sin efecto por una
               *> reconexion o un corte posterior del mismo cliente.
               05 WS-FlagSuperado       PIC X(1).
               *> 'Y' si el cliente pago algo despues del corte.
               05 WS-FlagPagoPosterior  PIC X(1).
               *> 'Y' si el cliente ya tiene un caso propuesto (o
               *> resuelto sobre el mismo corte).
               05 WS-FlagCasoAbierto    PIC X(1).
               *> 'Y' si el caso buscado ya salio a la agencia.
               05 WS-FlagDerivado       PIC X(1).
               *> 'Y' si la referencia del recupero ya esta asentada.
               05 WS-FlagRepetida       PIC X(1).
               *> 'Y' si el caso pedido se encontro en el libro.
               05 WS-FlagHallado        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           *> Antiguedad del corte con la convencion comercial 30/360
           *> de "Cobranzas".
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Corte         PIC 9(7).
           01 WS-Dias-Castigo       PIC 9(4) VALUE 180.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(15).
           *> Caso en curso.
           01 WS-Caso.
               05 WS-Cas-Numero     PIC 9(6).
               05 WS-Cas-ID         PIC 9(5).
               05 WS-Cas-Corte      PIC 9(8).
               05 WS-Cas-Orden      PIC 9(6).
               05 WS-Cas-Estado     PIC X(1).
               05 WS-Cas-Importe    PIC 9(10)V99.
               05 WS-Cas-Propuso    PIC X(10).
               05 WS-Cas-Nombre     PIC X(40).
           01 WS-Ultimo-Numero      PIC 9(6) VALUE 0.
           *> Imputacion de la cuenta del cliente por factura: lo
           *> pagado va a las facturas mas viejas primero y lo que
           *> queda abierto en cada una es lo que se castiga.
           01 WS-Cuenta.
               05 WS-Cta-Pagado         PIC S9(12)V99.
               05 WS-Cta-Resto          PIC S9(12)V99.
               05 WS-Cta-Neto           PIC S9(12)V99.
               05 WS-Cta-Aplicado       PIC S9(12)V99.
               05 WS-Cta-Abierto        PIC S9(12)V99.
               05 WS-Cta-Total          PIC 9(12)V99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Abiertas.
               05 WS-Cant-Abiertas      PIC 9(3) VALUE 0.
               05 WS-Abierta OCCURS 240 TIMES.
                   10 WS-Ab-Factura     PIC 9(8).
                   10 WS-Ab-Importe     PIC 9(10)V99.
           01 WS-IdxAb              PIC 9(3).
           *> Recupero en curso contra su caso.
           01 WS-Recuperado         PIC 9(12)V99.
           01 WS-Motivo             PIC X(40).
           *> Cuentas del diario.
           01 WS-Cta-Deudores       PIC X(10) VALUE SPACES.
           01 WS-Cta-Banco          PIC X(10) VALUE SPACES.
           01 WS-Cta-Incobrables    PIC X(10) VALUE SPACES.
           01 WS-Cta-Recuperos      PIC X(10) VALUE SPACES.
           01 WS-Fecha-Diario       PIC 9(8).
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           01 WS-Diario-Importes.
               05 WS-Dia-Castigado      PIC 9(13)V99 VALUE 0.
               05 WS-Dia-Cant-Castigos  PIC 9(6) VALUE 0.
               05 WS-Dia-Recuperado     PIC 9(13)V99 VALUE 0.
               05 WS-Dia-Cant-Recuperos PIC 9(6) VALUE 0.
           *> Registros de posiciones fijas del diario, los mismos de
           *> "Contabilidad".
           01 WS-Header.
               05 WS-HdrTipo        PIC X(1) VALUE 'H'.
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC 9(8).
               05 WS-Hdr-Secuencia  PIC 9(6).
               05 WS-Hdr-Generado   PIC 9(8).
               05 FILLER            PIC X(47) VALUE SPACES.
           01 WS-Detalle.
               05 WS-Det-Tipo       PIC X(1) VALUE 'D'.
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-Linea      PIC 9(6).
               05 WS-Det-Cuenta     PIC X(10).
               05 WS-Det-Lado       PIC X(1).
               05 WS-Det-Importe    PIC 9(12)V99.
               05 WS-Det-Concepto   PIC X(2).
               05 WS-Det-Cantidad   PIC 9(6).
               05 WS-Det-Glosa      PIC X(28).
               05 FILLER            PIC X(4) VALUE SPACES.
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Debe       PIC 9(13)V99.
               05 WS-Trl-Haber      PIC 9(13)V99.
               05 FILLER            PIC X(43) VALUE SPACES.
           *> Lineas de la derivacion a la agencia.
           01 WS-Der-Header.
               05 WS-DerH-Tipo      PIC X(1) VALUE 'H'.
               05 WS-DerH-Emisor    PIC X(10).
               05 WS-DerH-Fecha     PIC 9(8).
           01 WS-Der-Detalle.
               05 WS-DerD-Tipo      PIC X(1) VALUE 'D'.
               05 WS-DerD-Numero    PIC 9(6).
               05 WS-DerD-ID        PIC 9(5).
               05 WS-DerD-Nombre    PIC X(40).
               05 WS-DerD-Direccion PIC X(40).
               05 WS-DerD-Medidor   PIC X(10).
               05 WS-DerD-Importe   PIC 9(10)V99.
               05 WS-DerD-Corte     PIC 9(8).
           01 WS-Der-Trailer.
               05 WS-DerT-Tipo      PIC X(1) VALUE 'T'.
               05 WS-DerT-Cantidad  PIC 9(6).
               05 WS-DerT-Importe   PIC 9(13)V99.
           01 WS-Totales.
               05 WS-Cant-Casos         PIC 9(5) VALUE 0.
               05 WS-Cant-Rechazos      PIC 9(5) VALUE 0.
               05 WS-Cant-Omitidos      PIC 9(5) VALUE 0.
               05 WS-Cant-Lineas        PIC 9(6) VALUE 0.
               05 WS-Tot-Importe        PIC 9(13)V99 VALUE 0.
               05 WS-Tot-Debe           PIC 9(13)V99 VALUE 0.
               05 WS-Tot-Haber          PIC 9(13)V99 VALUE 0.
               05 WS-Tot-Recuperado     PIC 9(13)V99 VALUE 0.
           01 WS-Monto-Imp          PIC Z(9)9.99.
           01 WS-Monto-Imp2         PIC Z(9)9.99.
           01 WS-Total-Imp          PIC Z(12)9.99.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "S" selecciona los clientes cortados hace mas de
               *> DIASCASTIGO= dias sin pagos desde el corte y los
               *> propone para castigo; "P" aprueba el caso IB-Numero
               *> (cero = todos los propuestos) y "N" lo rechaza, los
               *> dos solo con IB-Autorizado = 'Y' y por un operador
               *> distinto del que lo propuso; "G" genera la
               *> derivacion a la agencia; "R" asienta los recuperos
               *> de AgenciaRecuperos.Txt; "J" arma el diario del dia
               *> IB-Fecha (cero = hoy); "L" listado de casos.
               05 IB-Accion         PIC X(1).
               05 IB-Numero         PIC 9(6).
               05 IB-Fecha          PIC 9(8).
               05 IB-Operador       PIC X(10).
               05 IB-Autorizado     PIC X(1).
               05 IB-Cantidad       PIC 9(5).
               05 IB-Importe        PIC 9(12)V99.
               05 IB-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO IB-Mensaje
               MOVE 0 TO IB-Cantidad IB-Importe
               MOVE 0 TO WS-Cant-Casos WS-Cant-Rechazos WS-Cant-Omitidos
                   WS-Cant-Lineas WS-Tot-Importe WS-Tot-Debe
                   WS-Tot-Haber WS-Tot-Recuperado
               MOVE 0 TO WS-Dia-Castigado WS-Dia-Cant-Castigos
                   WS-Dia-Recuperado WS-Dia-Cant-Recuperos
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE IB-Accion
                   WHEN "S"
                       PERFORM Seleccionar-Casos
                   WHEN "P"
                       PERFORM Resolver-Casos
                   WHEN "N"
                       PERFORM Resolver-Casos
                   WHEN "G"
                       PERFORM Derivar-Agencia
                   WHEN "R"
                       PERFORM Asentar-Recuperos
                   WHEN "J"
                       PERFORM Generar-Diario
                   WHEN "L"
                       PERFORM Listar-Casos
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO IB-Mensaje
               END-EVALUATE
           EXIT.

           *> Seleccion: un caso propuesto por cliente con corte
           *> cumplido, sin reconexion ni corte posterior, con la
           *> antiguedad minima, sin pagos desde el corte y con deuda.
           Seleccionar-Casos.
               PERFORM Cargar-Configuracion
               PERFORM Cargar-Ultimo-Numero
               MOVE WS-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Hoy = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               OPEN INPUT Ordenes
               IF WS-File-StatusOrd NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Ordenes.DAT" TO
                       IB-Mensaje
               ELSE
                   OPEN OUTPUT IncTrabajo
                   PERFORM UNTIL WS-FlagOrd = 'Y'
                       READ Ordenes INTO OrdenR
                           AT END
                               MOVE 'Y' TO WS-FlagOrd
                           NOT AT END
                               IF OS-Tipo = 'C' AND OS-Estado = 'C'
                                  THEN
                                   PERFORM Evaluar-Corte
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Ordenes
                   MOVE 'N' TO WS-FlagOrd
                   CLOSE IncTrabajo
                   PERFORM Agregar-Trabajo
                   MOVE WS-Cant-Casos TO IB-Cantidad
                   MOVE WS-Tot-Importe TO IB-Importe
                   MOVE WS-Tot-Importe TO WS-Total-Imp
                   STRING "Casos propuestos para castigo: "
                       WS-Cant-Casos " por " WS-Total-Imp
                       DELIMITED BY SIZE INTO IB-Mensaje
                   END-STRING
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
                               IF WS-Config-Clave = "DIASCASTIGO" AND
                                  WS-Config-Valor(1:4) IS NUMERIC THEN
                                   MOVE WS-Config-Valor(1:4) TO
                                       WS-Dias-Castigo
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Config
                   MOVE 'N' TO WS-FlagCfg
               END-IF
           EXIT.

           Cargar-Ultimo-Numero.
               MOVE 0 TO WS-Ultimo-Numero
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-Numero > WS-Ultimo-Numero THEN
                                   MOVE IN-Numero TO WS-Ultimo-Numero
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           Evaluar-Corte.
               MOVE OS-ID TO WS-Cas-ID
               MOVE OS-FechaCierre TO WS-Cas-Corte
               MOVE OS-Numero TO WS-Cas-Orden
               MOVE OS-FechaCierre TO WS-Fec-Aux
               COMPUTE WS-Dias-Corte = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               IF WS-Dias-Hoy >= WS-Dias-Corte + WS-Dias-Castigo THEN
                   PERFORM Buscar-Orden-Posterior
                   IF WS-FlagSuperado = 'N' THEN
                       PERFORM Buscar-Caso-Abierto
                       IF WS-FlagCasoAbierto = 'N' THEN
                           PERFORM Buscar-Pago-Posterior
                           IF WS-FlagPagoPosterior = 'N' THEN
                               PERFORM Imputar-Cuenta
                               IF WS-Cta-Total > 0 THEN
                                   PERFORM Proponer-Caso
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Una reconexion cumplida o un corte cumplido mas nuevo
           *> del mismo cliente dejan este corte sin efecto (el mas
           *> nuevo se evalua cuando aparece).
           Buscar-Orden-Posterior.
               MOVE 'N' TO WS-FlagSuperado
               OPEN INPUT OrdCursor
               IF WS-File-StatusOcu = '00' THEN
                   PERFORM UNTIL WS-FlagOcu = 'Y'
                       READ OrdCursor INTO OrdCursorR
                           AT END
                               MOVE 'Y' TO WS-FlagOcu
                           NOT AT END
                               IF OC-ID = WS-Cas-ID AND
                                  OC-Estado = 'C' AND
                                  (OC-Tipo = 'C' OR OC-Tipo = 'R') AND
                                  OC-Numero > WS-Cas-Orden THEN
                                   MOVE 'Y' TO WS-FlagSuperado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OrdCursor
                   MOVE 'N' TO WS-FlagOcu
               END-IF
           EXIT.

           *> Un caso pendiente, o uno ya resuelto sobre este mismo
           *> corte, no se vuelve a proponer.
           Buscar-Caso-Abierto.
               MOVE 'N' TO WS-FlagCasoAbierto
               OPEN INPUT IncCursor
               IF WS-File-StatusIcu = '00' THEN
                   PERFORM UNTIL WS-FlagIcu = 'Y'
                       READ IncCursor INTO IncCursorR
                           AT END
                               MOVE 'Y' TO WS-FlagIcu
                           NOT AT END
                               IF IK-ID = WS-Cas-ID AND
                                  IK-Tipo = 'P' AND
                                  (IK-Estado = 'P' OR
                                   IK-FechaRef = WS-Cas-Corte) THEN
                                   MOVE 'Y' TO WS-FlagCasoAbierto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IncCursor
                   MOVE 'N' TO WS-FlagIcu
               END-IF
           EXIT.

           Buscar-Pago-Posterior.
               MOVE 'N' TO WS-FlagPagoPosterior
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = WS-Cas-ID AND
                                  PA-Fecha > WS-Cas-Corte THEN
                                   MOVE 'Y' TO WS-FlagPagoPosterior
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
           EXIT.

           Proponer-Caso.
               ADD 1 TO WS-Ultimo-Numero
               MOVE WS-Ultimo-Numero TO IN-Numero
               MOVE WS-Cas-ID TO IN-ID
               MOVE 'P' TO IN-Tipo
               MOVE 'P' TO IN-Estado
               MOVE WS-Fecha TO IN-Fecha
               MOVE WS-Cas-Corte TO IN-FechaRef
               MOVE 0 TO IN-Factura IN-FechaAprob IN-Derivado
               MOVE WS-Cta-Total TO IN-Importe
               MOVE IB-Operador TO IN-Propuso
               MOVE SPACES TO IN-Aprobo IN-Referencia
               MOVE IncobrableR TO IncTrabajoR
               WRITE IncTrabajoR
               ADD 1 TO WS-Cant-Casos
               ADD WS-Cta-Total TO WS-Tot-Importe
           EXIT.

           *> Los casos nuevos del trabajo pasan al final del libro.
           Agregar-Trabajo.
               OPEN INPUT IncTrabajo
               OPEN EXTEND Incobrables
               IF WS-File-StatusInc NOT = '00' THEN
                   OPEN OUTPUT Incobrables
               END-IF
               PERFORM UNTIL WS-FlagItr = 'Y'
                   READ IncTrabajo INTO IncTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagItr
                       NOT AT END
                           MOVE IncTrabajoR TO IncobrableR
                           WRITE IncobrableR
                   END-READ
               END-PERFORM
               CLOSE IncTrabajo
               CLOSE Incobrables
               MOVE 'N' TO WS-FlagItr
               DELETE FILE IncTrabajo
           EXIT.

           *> Imputacion de la cuenta del cliente WS-Cas-ID: importe
           *> de cada factura corregido por sus notas, el saldo a favor
           *> consumido con ella y lo ya castigado; lo cobrado neto de
           *> reversiones se aplica a las mas viejas y lo que queda
           *> abierto en cada una va a WS-Abiertas.
           Imputar-Cuenta.
               MOVE 0 TO WS-Cta-Total WS-Cant-Abiertas
               MOVE SPACES TO WS-Cas-Nombre
               PERFORM Sumar-Pagado
               MOVE WS-Cta-Pagado TO WS-Cta-Resto
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
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
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           Imputar-Factura.
               MOVE HI-NombreUsuario TO WS-Cas-Nombre
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
                   MOVE WS-Cta-Abierto TO
                       WS-Ab-Importe(WS-Cant-Abiertas)
                   ADD WS-Cta-Abierto TO WS-Cta-Total
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
               OPEN INPUT IncCursor
               IF WS-File-StatusIcu = '00' THEN
                   PERFORM UNTIL WS-FlagIcu = 'Y'
                       READ IncCursor INTO IncCursorR
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
                   CLOSE IncCursor
                   MOVE 'N' TO WS-FlagIcu
               END-IF
           EXIT.

           *> Aprobacion (P) o rechazo (N) de casos propuestos: solo un
           *> operador con permiso de supervisor y distinto del que
           *> propuso. Al aprobar se vuelve a mirar la cuenta: si el
           *> cliente pago despues del corte o ya no debe, el caso se
           *> rechaza solo; si no, se castiga lo abierto de cada
           *> factura con una linea C que la cartera resta como una NC.
           Resolver-Casos.
               IF IB-Autorizado NOT = "Y" THEN
                   MOVE "ERROR El operador no tiene permiso para resolve
      -                "r castigos" TO IB-Mensaje
               ELSE
                   IF IB-Accion = "N" AND IB-Numero = 0 THEN
                       MOVE "ERROR Debe indicar el caso a rechazar" TO
                           IB-Mensaje
                   ELSE
                       PERFORM Regrabar-Casos
                   END-IF
               END-IF
               IF IB-Mensaje = SPACES THEN
                   MOVE WS-Cant-Casos TO IB-Cantidad
                   MOVE WS-Tot-Importe TO IB-Importe
                   MOVE WS-Tot-Importe TO WS-Total-Imp
                   IF IB-Numero > 0 AND WS-FlagHallado = 'N' THEN
                       MOVE "ERROR Caso inexistente o no propuesto" TO
                           IB-Mensaje
                   ELSE
                       IF IB-Numero > 0 AND WS-Cant-Omitidos > 0 THEN
                           MOVE "ERROR El caso lo tiene que resolver otr
      -                        "o operador" TO IB-Mensaje
                       ELSE
                           STRING "Castigados: " WS-Cant-Casos
                               " por " WS-Total-Imp " rechazados: "
                               WS-Cant-Rechazos " propios: "
                               WS-Cant-Omitidos
                               DELIMITED BY SIZE INTO IB-Mensaje
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           EXIT.

           Regrabar-Casos.
               MOVE 'N' TO WS-FlagHallado
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   OPEN OUTPUT IncTrabajo
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               PERFORM Copiar-Caso
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   CLOSE IncTrabajo
                   MOVE 'N' TO WS-FlagInc
                   PERFORM Volcar-Trabajo
               END-IF
           EXIT.

           Copiar-Caso.
               IF IN-Tipo = 'P' AND IN-Estado = 'P' AND
                  (IB-Numero = 0 OR IN-Numero = IB-Numero) THEN
                   MOVE 'Y' TO WS-FlagHallado
                   IF IN-Propuso = IB-Operador THEN
                       ADD 1 TO WS-Cant-Omitidos
                       MOVE IncobrableR TO IncTrabajoR
                       WRITE IncTrabajoR
                   ELSE
                       PERFORM Resolver-Caso
                   END-IF
               ELSE
                   MOVE IncobrableR TO IncTrabajoR
                   WRITE IncTrabajoR
               END-IF
           EXIT.

           Resolver-Caso.
               MOVE IN-ID TO WS-Cas-ID
               MOVE IN-FechaRef TO WS-Cas-Corte
               MOVE IB-Operador TO IN-Aprobo
               MOVE WS-Fecha TO IN-FechaAprob
               IF IB-Accion = "N" THEN
                   MOVE 'X' TO IN-Estado
                   ADD 1 TO WS-Cant-Rechazos
                   MOVE IncobrableR TO IncTrabajoR
                   WRITE IncTrabajoR
               ELSE
                   PERFORM Buscar-Pago-Posterior
                   PERFORM Imputar-Cuenta
                   IF WS-FlagPagoPosterior = 'Y' OR
                      WS-Cta-Total = 0 THEN
                       MOVE 'X' TO IN-Estado
                       ADD 1 TO WS-Cant-Rechazos
                       MOVE IncobrableR TO IncTrabajoR
                       WRITE IncTrabajoR
                   ELSE
                       MOVE 'A' TO IN-Estado
                       MOVE WS-Cta-Total TO IN-Importe
                       MOVE IncobrableR TO IncTrabajoR
                       WRITE IncTrabajoR
                       ADD 1 TO WS-Cant-Casos
                       ADD WS-Cta-Total TO WS-Tot-Importe
                       PERFORM VARYING WS-IdxAb FROM 1 BY 1
                               UNTIL WS-IdxAb > WS-Cant-Abiertas
                           PERFORM Escribir-Castigo
                       END-PERFORM
                   END-IF
               END-IF
           EXIT.

           Escribir-Castigo.
               MOVE 'C' TO IN-Tipo
               MOVE 'A' TO IN-Estado
               MOVE WS-Fecha TO IN-Fecha
               MOVE WS-Ab-Factura(WS-IdxAb) TO IN-Factura
               MOVE WS-Ab-Importe(WS-IdxAb) TO IN-Importe
               MOVE IncobrableR TO IncTrabajoR
               WRITE IncTrabajoR
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT IncTrabajo
               OPEN OUTPUT Incobrables
               PERFORM UNTIL WS-FlagItr = 'Y'
                   READ IncTrabajo INTO IncTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagItr
                       NOT AT END
                           MOVE IncTrabajoR TO IncobrableR
                           WRITE IncobrableR
                   END-READ
               END-PERFORM
               CLOSE IncTrabajo
               CLOSE Incobrables
               MOVE 'N' TO WS-FlagItr
               DELETE FILE IncTrabajo
           EXIT.

           *> Derivacion: los casos castigados que todavia no salieron
           *> van a la agencia con el domicilio del maestro, y quedan
           *> marcados con la fecha de hoy.
           Derivar-Agencia.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc NOT = '00' THEN
                   MOVE "ERROR No hay libro de incobrables" TO
                       IB-Mensaje
               ELSE
                   OPEN INPUT ClientesIDX
                   IF WS-File-StatusCIdx = '00' THEN
                       MOVE 'Y' TO WS-FlagIndice
                   END-IF
                   OPEN OUTPUT IncTrabajo
                   OPEN OUTPUT Derivacion
                   MOVE WS-Emisor TO WS-DerH-Emisor
                   MOVE WS-Fecha TO WS-DerH-Fecha
                   MOVE WS-Der-Header TO Derivacion-R
                   WRITE Derivacion-R
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-Tipo = 'P' AND IN-Estado = 'A'
                                  AND IN-Derivado = 0 THEN
                                   PERFORM Derivar-Caso
                               END-IF
                               MOVE IncobrableR TO IncTrabajoR
                               WRITE IncTrabajoR
                       END-READ
                   END-PERFORM
                   MOVE WS-Cant-Casos TO WS-DerT-Cantidad
                   MOVE WS-Tot-Importe TO WS-DerT-Importe
                   MOVE WS-Der-Trailer TO Derivacion-R
                   WRITE Derivacion-R
                   CLOSE Derivacion
                   CLOSE Incobrables
                   CLOSE IncTrabajo
                   MOVE 'N' TO WS-FlagInc
                   IF WS-FlagIndice = 'Y' THEN
                       CLOSE ClientesIDX
                   END-IF
                   PERFORM Volcar-Trabajo
                   MOVE WS-Cant-Casos TO IB-Cantidad
                   MOVE WS-Tot-Importe TO IB-Importe
                   MOVE WS-Tot-Importe TO WS-Total-Imp
                   STRING "Derivados a la agencia: "
                       WS-Cant-Casos " por " WS-Total-Imp
                       " en AgenciaDerivacion.Txt"
                       DELIMITED BY SIZE INTO IB-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Derivar-Caso.
               MOVE IN-Numero TO WS-DerD-Numero
               MOVE IN-ID TO WS-DerD-ID
               MOVE IN-Importe TO WS-DerD-Importe
               MOVE IN-FechaRef TO WS-DerD-Corte
               MOVE SPACES TO WS-DerD-Nombre WS-DerD-Direccion
                   WS-DerD-Medidor
               IF WS-FlagIndice = 'Y' THEN
                   MOVE IN-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CI-NombreUsuario TO WS-DerD-Nombre
                           MOVE CI-Direccion TO WS-DerD-Direccion
                           MOVE CI-Medidor TO WS-DerD-Medidor
                   END-READ
               END-IF
               MOVE WS-Der-Detalle TO Derivacion-R
               WRITE Derivacion-R
               MOVE WS-Fecha TO IN-Derivado
               ADD 1 TO WS-Cant-Casos
               ADD IN-Importe TO WS-Tot-Importe
           EXIT.

           *> Recuperos de la agencia: cada linea tiene que apuntar a
           *> un caso castigado y derivado del mismo cliente, no
           *> repetir una referencia ya asentada y no pasar lo
           *> castigado. Lo aceptado entra al libro como ingreso
           *> (linea R), sin tocar la cuenta del cliente, que ya quedo
           *> en cero con el castigo.
           Asentar-Recuperos.
               OPEN INPUT Recuperos
               IF WS-File-StatusRec NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir AgenciaRecuperos.Txt"
                       TO IB-Mensaje
               ELSE
                   OPEN OUTPUT Rechazos
                   PERFORM UNTIL WS-FlagRec = 'Y'
                       READ Recuperos INTO Recupero-R
                           AT END
                               MOVE 'Y' TO WS-FlagRec
                           NOT AT END
                               PERFORM Validar-Recupero
                       END-READ
                   END-PERFORM
                   CLOSE Recuperos
                   CLOSE Rechazos
                   MOVE 'N' TO WS-FlagRec
                   MOVE WS-Cant-Casos TO IB-Cantidad
                   MOVE WS-Tot-Importe TO IB-Importe
                   MOVE WS-Tot-Importe TO WS-Total-Imp
                   STRING "Recuperos asentados: " WS-Cant-Casos
                       " por " WS-Total-Imp " rechazados: "
                       WS-Cant-Rechazos
                       DELIMITED BY SIZE INTO IB-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Validar-Recupero.
               MOVE SPACES TO WS-Motivo
               MOVE AR-Numero TO WS-Cas-Numero
               PERFORM Buscar-Caso
               EVALUATE TRUE
                   WHEN AR-Numero IS NOT NUMERIC OR
                        AR-Importe IS NOT NUMERIC
                       MOVE "Linea con campos no numericos" TO
                           WS-Motivo
                   WHEN WS-FlagHallado = 'N'
                       MOVE "Caso inexistente" TO WS-Motivo
                   WHEN WS-Cas-ID NOT = AR-ID
                       MOVE "El cliente no corresponde al caso" TO
                           WS-Motivo
                   WHEN WS-Cas-Estado NOT = 'A'
                       MOVE "El caso no esta castigado" TO WS-Motivo
                   WHEN WS-FlagDerivado = 'N'
                       MOVE "El caso no fue derivado a la agencia" TO
                           WS-Motivo
                   WHEN AR-Importe = 0
                       MOVE "Importe en cero" TO WS-Motivo
                   WHEN WS-FlagRepetida = 'Y'
                       MOVE "Referencia ya asentada" TO WS-Motivo
                   WHEN WS-Recuperado + AR-Importe > WS-Cas-Importe
                       MOVE "Supera lo castigado" TO WS-Motivo
               END-EVALUATE
               IF WS-Motivo = SPACES THEN
                   PERFORM Grabar-Recupero
               ELSE
                   MOVE AR-Importe TO WS-Monto-Imp
                   MOVE SPACES TO Rechazo-R
                   STRING AR-Numero "|" AR-ID "|" AR-Fecha "|"
                       WS-Monto-Imp "|" AR-Referencia "|" WS-Motivo
                       DELIMITED BY SIZE INTO Rechazo-R
                   END-STRING
                   WRITE Rechazo-R
                   ADD 1 TO WS-Cant-Rechazos
               END-IF
           EXIT.

           *> Caso WS-Cas-Numero con su estado, lo castigado, si fue
           *> derivado, lo ya recuperado y si la referencia del
           *> recupero en curso ya esta asentada.
           Buscar-Caso.
               MOVE 'N' TO WS-FlagHallado WS-FlagDerivado
                   WS-FlagRepetida
               MOVE 0 TO WS-Cas-ID WS-Cas-Importe WS-Recuperado
               MOVE SPACES TO WS-Cas-Estado
               OPEN INPUT IncCursor
               IF WS-File-StatusIcu = '00' THEN
                   PERFORM UNTIL WS-FlagIcu = 'Y'
                       READ IncCursor INTO IncCursorR
                           AT END
                               MOVE 'Y' TO WS-FlagIcu
                           NOT AT END
                               IF IK-Numero = WS-Cas-Numero THEN
                                   PERFORM Evaluar-Linea-Caso
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IncCursor
                   MOVE 'N' TO WS-FlagIcu
               END-IF
           EXIT.

           Evaluar-Linea-Caso.
               EVALUATE IK-Tipo
                   WHEN 'P'
                       MOVE 'Y' TO WS-FlagHallado
                       MOVE IK-ID TO WS-Cas-ID
                       MOVE IK-Estado TO WS-Cas-Estado
                       MOVE IK-Importe TO WS-Cas-Importe
                       IF IK-Derivado > 0 THEN
                           MOVE 'Y' TO WS-FlagDerivado
                       END-IF
                   WHEN 'R'
                       ADD IK-Importe TO WS-Recuperado
                       IF IK-Referencia = AR-Referencia THEN
                           MOVE 'Y' TO WS-FlagRepetida
                       END-IF
               END-EVALUATE
           EXIT.

           Grabar-Recupero.
               MOVE AR-Numero TO IN-Numero
               MOVE AR-ID TO IN-ID
               MOVE 'R' TO IN-Tipo
               MOVE 'A' TO IN-Estado
               MOVE WS-Fecha TO IN-Fecha
               MOVE AR-Fecha TO IN-FechaRef
               MOVE 0 TO IN-Factura IN-FechaAprob IN-Derivado
               MOVE AR-Importe TO IN-Importe
               MOVE IB-Operador TO IN-Propuso
               MOVE SPACES TO IN-Aprobo
               MOVE AR-Referencia TO IN-Referencia
               OPEN EXTEND Incobrables
               IF WS-File-StatusInc NOT = '00' THEN
                   OPEN OUTPUT Incobrables
               END-IF
               WRITE IncobrableR
               CLOSE Incobrables
               ADD 1 TO WS-Cant-Casos
               ADD AR-Importe TO WS-Tot-Importe
           EXIT.

           *> Diario del libro de incobrables del dia: el castigo va a
           *> perdida por incobrables contra deudores y el recupero a
           *> banco contra el ingreso por recuperos. Cuentas de
           *> Contabilidad.CFG (INCOBRABLES=, RECUPEROS=, DEUDORES=,
           *> BANCO=).
           Generar-Diario.
               IF IB-Fecha IS NUMERIC AND IB-Fecha > 0 THEN
                   MOVE IB-Fecha TO WS-Fecha-Diario
               ELSE
                   MOVE WS-Fecha TO WS-Fecha-Diario
               END-IF
               PERFORM Cargar-Cuentas
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               PERFORM Sumar-Movimiento
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
               PERFORM Avanzar-Secuencia
               OPEN OUTPUT Diario
               MOVE WS-Emisor TO WS-Hdr-Emisor
               MOVE WS-Fecha-Diario TO WS-Hdr-Fecha
               MOVE WS-Secuencia TO WS-Hdr-Secuencia
               MOVE WS-Fecha TO WS-Hdr-Generado
               MOVE WS-Header TO Diario-R
               WRITE Diario-R
               IF WS-Dia-Castigado > 0 THEN
                   MOVE "IC" TO WS-Det-Concepto
                   MOVE WS-Dia-Cant-Castigos TO WS-Det-Cantidad
                   MOVE WS-Dia-Castigado TO WS-Det-Importe
                   MOVE WS-Cta-Incobrables TO WS-Det-Cuenta
                   MOVE "D" TO WS-Det-Lado
                   MOVE "Castigo de incobrables" TO WS-Det-Glosa
                   PERFORM Escribir-Linea-Diario
                   MOVE WS-Cta-Deudores TO WS-Det-Cuenta
                   MOVE "H" TO WS-Det-Lado
                   MOVE "Deudores castigados" TO WS-Det-Glosa
                   PERFORM Escribir-Linea-Diario
               END-IF
               IF WS-Dia-Recuperado > 0 THEN
                   MOVE "IR" TO WS-Det-Concepto
                   MOVE WS-Dia-Cant-Recuperos TO WS-Det-Cantidad
                   MOVE WS-Dia-Recuperado TO WS-Det-Importe
                   MOVE WS-Cta-Banco TO WS-Det-Cuenta
                   MOVE "D" TO WS-Det-Lado
                   MOVE "Recupero agencia de cobranza" TO
                       WS-Det-Glosa
                   PERFORM Escribir-Linea-Diario
                   MOVE WS-Cta-Recuperos TO WS-Det-Cuenta
                   MOVE "H" TO WS-Det-Lado
                   MOVE "Ingreso por recupero" TO WS-Det-Glosa
                   PERFORM Escribir-Linea-Diario
               END-IF
               MOVE WS-Cant-Lineas TO WS-Trl-Cantidad
               MOVE WS-Tot-Debe TO WS-Trl-Debe
               MOVE WS-Tot-Haber TO WS-Trl-Haber
               MOVE WS-Trailer TO Diario-R
               WRITE Diario-R
               CLOSE Diario
               MOVE WS-Cant-Lineas TO IB-Cantidad
               MOVE WS-Tot-Debe TO IB-Importe
               MOVE WS-Dia-Castigado TO WS-Monto-Imp
               MOVE WS-Dia-Recuperado TO WS-Monto-Imp2
               STRING "Diario " WS-Fecha-Diario " lineas: "
                   WS-Cant-Lineas " castigado " WS-Monto-Imp
                   " recuperado " WS-Monto-Imp2
                   DELIMITED BY SIZE INTO IB-Mensaje
               END-STRING
           EXIT.

           Cargar-Cuentas.
               OPEN INPUT Cuentas
               IF WS-File-StatusCta = '00' THEN
                   PERFORM UNTIL WS-FlagCta = 'Y'
                       READ Cuentas INTO Cuentas-R
                           AT END
                               MOVE 'Y' TO WS-FlagCta
                           NOT AT END
                               PERFORM Leer-Cuenta-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Cuentas
                   MOVE 'N' TO WS-FlagCta
               END-IF
           EXIT.

           Leer-Cuenta-Linea.
               MOVE SPACES TO WS-Config-Clave WS-Config-Valor
               UNSTRING Cuentas-R DELIMITED BY "="
                   INTO WS-Config-Clave, WS-Config-Valor
               END-UNSTRING
               EVALUATE WS-Config-Clave
                   WHEN "DEUDORES"
                       MOVE WS-Config-Valor TO WS-Cta-Deudores
                   WHEN "BANCO"
                       MOVE WS-Config-Valor TO WS-Cta-Banco
                   WHEN "INCOBRABLES"
                       MOVE WS-Config-Valor TO WS-Cta-Incobrables
                   WHEN "RECUPEROS"
                       MOVE WS-Config-Valor TO WS-Cta-Recuperos
               END-EVALUATE
           EXIT.

           Sumar-Movimiento.
               IF IN-Fecha = WS-Fecha-Diario THEN
                   EVALUATE IN-Tipo
                       WHEN 'C'
                           ADD IN-Importe TO WS-Dia-Castigado
                           ADD 1 TO WS-Dia-Cant-Castigos
                       WHEN 'R'
                           ADD IN-Importe TO WS-Dia-Recuperado
                           ADD 1 TO WS-Dia-Cant-Recuperos
                   END-EVALUATE
               END-IF
           EXIT.

           Escribir-Linea-Diario.
               ADD 1 TO WS-Cant-Lineas
               MOVE WS-Fecha-Diario TO WS-Det-Fecha
               MOVE WS-Cant-Lineas TO WS-Det-Linea
               IF WS-Det-Lado = "D" THEN
                   ADD WS-Det-Importe TO WS-Tot-Debe
               ELSE
                   ADD WS-Det-Importe TO WS-Tot-Haber
               END-IF
               MOVE WS-Detalle TO Diario-R
               WRITE Diario-R
           EXIT.

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

           *> Listado de casos: estado, corte, lo castigado, la
           *> derivacion y lo recuperado hasta hoy.
           Listar-Casos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc NOT = '00' THEN
                   MOVE "ERROR No hay libro de incobrables" TO
                       IB-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Casos de incobrables al " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE "Caso  |Cliente|Est|Corte   |Castigado    |Deriv
      -                "ado |Recuperado   |Propuso   |Aprobo" TO
                       Listado-R
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-Tipo = 'P' THEN
                                   PERFORM Listar-Caso
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
                   MOVE WS-Tot-Importe TO WS-Total-Imp
                   MOVE SPACES TO Listado-R
                   STRING "Total castigado: " WS-Total-Imp
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE WS-Tot-Recuperado TO WS-Total-Imp
                   MOVE SPACES TO Listado-R
                   STRING "Total recuperado: " WS-Total-Imp
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   CLOSE Listado
                   MOVE WS-Cant-Casos TO IB-Cantidad
                   STRING "Listado en Incobrables.Txt, casos: "
                       WS-Cant-Casos
                       DELIMITED BY SIZE INTO IB-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Caso.
               MOVE IN-Numero TO WS-Cas-Numero
               PERFORM Buscar-Caso
               ADD 1 TO WS-Cant-Casos
               IF IN-Estado = 'A' THEN
                   ADD IN-Importe TO WS-Tot-Importe
                   ADD WS-Recuperado TO WS-Tot-Recuperado
               END-IF
               MOVE IN-Importe TO WS-Monto-Imp
               MOVE WS-Recuperado TO WS-Monto-Imp2
               MOVE SPACES TO Listado-R
               STRING IN-Numero "|" IN-ID "  |" IN-Estado "  |"
                   IN-FechaRef "|" WS-Monto-Imp " |" IN-Derivado "|"
                   WS-Monto-Imp2 " |" IN-Propuso "|" IN-Aprobo
                   DELIMITED BY SIZE INTO Listado-R
               END-STRING
               WRITE Listado-R
           EXIT.
