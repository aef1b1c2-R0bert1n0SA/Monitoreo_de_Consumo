       IDENTIFICATION DIVISION.
       PROGRAM-ID. Creditos AS "Creditos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Historico de facturas: lo facturado a cada cliente; el
           *> segundo cursor, sobre el historico indexado por cliente
           *> y fecha, procesa a cada cliente una sola vez (en su
           *> factura de numero mas bajo) y busca su ultima factura.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           SELECT HistCliente ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-Numero
               ALTERNATE RECORD KEY IS HC-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHcl.

           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Libro de "Incobrables": el castigo aprobado saca de la
           *> cuenta lo abierto de cada factura, igual que una NC.
           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           *> Libro de saldos a favor: un movimiento por cada
           *> cambio del credito del cliente (O origen por pago en
           *> exceso o nota de credito mayor que la deuda, X ajuste
           *> a la baja, A aplicado a una factura, D devuelto por
           *> banco); crece por EXTEND como Pagos.DAT.
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Registro de devoluciones: pedido, aprobacion por otro
           *> operador y envio al banco; se regraba entero al
           *> cambiar el estado, a traves de su propio archivo de
           *> trabajo DevolucionesTrab.DAT.
           SELECT Devoluciones ASSIGN TO 'Devoluciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDev.

           SELECT DevTrabajo ASSIGN TO 'DevolucionesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Archivo de pagos de devoluciones para el banco, mismas
           *> posiciones fijas que InterfazBanco.DAT (header, detalles
           *> y trailer con cantidad y hash), con su propio
           *> correlativo de generacion.
           SELECT Banco ASSIGN TO 'DevolucionesBanco.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBco.

           SELECT Secuencia ASSIGN TO 'DevolucionesSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Listado de cierre de mes de saldos a favor (el que pide
           *> la auditoria) y listado del registro de devoluciones.
           SELECT Listado ASSIGN TO 'SaldosAFavor.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

           SELECT Registro ASSIGN TO 'Devoluciones.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusReg.

       DATA DIVISION.
       FILE SECTION.
       *> Mismo layout que Factura-R, solo los campos que se usan.
       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 HI-FILLER1            PIC X .
           05 HI-NombreUsuario      PIC X(40).
           05 FILLER                PIC X(41).
           05 HI-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HI-Numero             PIC 9(8).
           05 FILLER                PIC X(25).

       FD HistCliente.
       01 HistClienteR.
           05 HC-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 HC-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HC-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HC-Clave-Cliente.
               10 HC-Cli-ID         PIC 9(5).
               10 HC-Cli-Fecha      PIC 9(8).

       FD Pagos.
       01 PagoR.
           05 PA-ID                 PIC 9(5).
           05 PA-Fecha              PIC 9(8).
           05 PA-Monto              PIC 9(8)V99.
           05 PA-Medio              PIC X(2).

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

       FD Incobrables.
       01 IncobrableR.
           05 IN-Numero             PIC 9(6).
           05 IN-ID                 PIC 9(5).
           05 IN-Tipo               PIC X(1).
           05 IN-Estado             PIC X(1).
           05 IN-Fecha              PIC 9(8).
           05 IN-FechaRef           PIC 9(8).
           05 IN-Factura            PIC 9(8).
           05 IN-Importe            PIC 9(10)V99.
           05 FILLER                PIC X(51).

       *> Linea de NotasDC.Txt tal como la arma "Refacturacion":
       *> tipo|nota|cliente|factura|importe|fecha|
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

       FD Creditos.
       01 CreditoR.
           05 SF-ID                 PIC 9(5).
           05 SF-Fecha              PIC 9(8).
           05 SF-Tipo               PIC X(1).
           *> Origen del movimiento: PA pago en exceso, NC nota de
           *> credito, FA aplicado a factura, DV devolucion, AJ
           *> ajuste (un pago revertido o una ND que se comio el
           *> credito).
           05 SF-Origen             PIC X(2).
           05 SF-Importe            PIC 9(8)V99.
           *> Factura a la que se aplico (A) o ultima factura del
           *> cliente al momento del movimiento (O, X, D).
           05 SF-Factura            PIC 9(8).
           05 SF-Devolucion         PIC 9(6).

       FD Devoluciones.
       01 DevolucionR.
           05 DE-Numero             PIC 9(6).
           05 DE-ID                 PIC 9(5).
           05 DE-Fecha              PIC 9(8).
           05 DE-Importe            PIC 9(8)V99.
           *> Cuenta bancaria (CBU) a la que se transfiere.
           05 DE-Cuenta             PIC X(22).
           05 DE-Solicito           PIC X(10).
           *> P pendiente de aprobacion, A aprobada, R rechazada,
           *> E enviada al banco.
           05 DE-Estado             PIC X(1).
           05 DE-Aprobo             PIC X(10).
           05 DE-FechaAprob         PIC 9(8).
           05 DE-Envio              PIC 9(6).

       FD DevTrabajo.
       01 DevTrabajoR               PIC X(86).

       FD Banco.
       01 Banco-R                   PIC X(80).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Listado.
       01 Listado-R                 PIC X(132).

       FD Registro.
       01 Registro-R                PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusHcl     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusInc     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusDev     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusBco     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusLis     PIC XX.
               05 WS-File-StatusReg     PIC XX.
           01 WS-Flags.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagHcl            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagDev            PIC X(1) VALUE 'N'.
               05 WS-FlagTrb            PIC X(1) VALUE 'N'.
               *> 'Y' si el registro del historico en curso es la
               *> factura de numero mas bajo de su cliente.
               05 WS-FlagPrimera        PIC X(1).
               *> 'Y' si se encontro la devolucion pedida.
               05 WS-FlagHallada        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           *> Credito del cliente en curso: lo que resulta de su
           *> cuenta (facturado, notas, pagado y lo ya consumido del
           *> credito) y lo que dice el libro de saldos a favor.
           01 WS-Credito.
               05 WS-Cre-ID             PIC 9(5).
               05 WS-Cre-Facturado      PIC 9(12)V99.
               05 WS-Cre-Notas          PIC S9(12)V99.
               05 WS-Cre-Pagado         PIC S9(12)V99.
               05 WS-Cre-Neto           PIC S9(12)V99.
               05 WS-Cre-Calculado      PIC 9(12)V99.
               05 WS-Cre-Origen         PIC 9(12)V99.
               05 WS-Cre-Ajuste         PIC 9(12)V99.
               05 WS-Cre-Aplicado       PIC 9(12)V99.
               05 WS-Cre-Devuelto       PIC 9(12)V99.
               05 WS-Cre-Libro          PIC S9(12)V99.
               *> Devoluciones pedidas o aprobadas todavia no
               *> enviadas: ese credito ya esta comprometido.
               05 WS-Cre-Comprometido   PIC 9(12)V99.
               05 WS-Cre-Disponible     PIC S9(12)V99.
               05 WS-Cre-Diferencia     PIC 9(12)V99.
               05 WS-Cre-Ultima         PIC 9(8).
           01 WS-Nota-Importe       PIC 9(10)V99.
           *> Movimiento a grabar en el libro.
           01 WS-Mov-Tipo           PIC X(1).
           01 WS-Mov-Origen         PIC X(2).
           01 WS-Mov-Importe        PIC 9(8)V99.
           01 WS-Mov-Factura        PIC 9(8).
           01 WS-Mov-Devolucion     PIC 9(6).
           *> Devolucion en curso (pedido, aprobacion o envio).
           01 WS-Devolucion.
               05 WS-Dev-Numero         PIC 9(6).
               05 WS-Dev-ID             PIC 9(5).
               05 WS-Dev-Importe        PIC 9(8)V99.
               05 WS-Dev-Solicito       PIC X(10).
               05 WS-Dev-Estado         PIC X(1).
               05 WS-Dev-Nuevo-Estado   PIC X(1).
           *> Importe pedido (con punto decimal opcional), mismo
           *> UNSTRING que Convertir-Importe de "Pagos".
           01 WS-Monto-Fuente       PIC X(15).
           01 WS-Imp-Entera         PIC X(8).
           01 WS-Imp-Entera-J       PIC X(8) JUSTIFIED RIGHT.
           01 WS-Imp-Entera-Len     PIC 9(2).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(8).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(8)V99.
           *> Registros de posiciones fijas del archivo al banco.
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           01 WS-Header.
               05 WS-HdrTipo        PIC X(1) VALUE 'H'.
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC 9(8).
               05 WS-Hdr-Secuencia  PIC 9(6).
               05 WS-Hdr-Concepto   PIC X(10) VALUE 'DEVOLUCION'.
               05 FILLER            PIC X(45) VALUE SPACES.
           01 WS-Detalle.
               05 WS-Det-Tipo       PIC X(1) VALUE 'D'.
               05 WS-Det-Numero     PIC 9(6).
               05 WS-Det-ID         PIC 9(5).
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-Cuenta     PIC X(22).
               05 WS-Det-Monto      PIC 9(10)V99.
               05 FILLER            PIC X(26) VALUE SPACES.
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Hash       PIC 9(13)V99.
               05 FILLER            PIC X(58) VALUE SPACES.
           *> Totales de las corridas.
           01 WS-Totales.
               05 WS-Cant-Clientes      PIC 9(5) VALUE 0.
               05 WS-Cant-Devoluciones  PIC 9(5) VALUE 0.
               05 WS-Tot-Saldo          PIC 9(12)V99 VALUE 0.
               05 WS-Tot-Comprometido   PIC 9(12)V99 VALUE 0.
               05 WS-Tot-Devuelto       PIC 9(12)V99 VALUE 0.
               05 WS-Hash-Importes      PIC 9(13)V99 VALUE 0.
           01 WS-Saldo-Imp          PIC -9(10).99.
           01 WS-Importe-Imp        PIC 9(10).99.
           01 WS-Aplicado-Imp       PIC 9(10).99.
           01 WS-Devuelto-Imp       PIC 9(10).99.
           01 WS-Compromiso-Imp     PIC 9(10).99.
           01 WS-Total-Imp          PIC 9(12).99.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "D" actualiza el libro con el credito que resulta
               *> de la cuenta de cada cliente; "F" aplica el credito
               *> disponible de CR-ID a la factura CR-Factura por hasta
               *> CR-Importe (lo llama "Facturacion" y devuelve lo
               *> aplicado en CR-Aplicado); "S" pide una devolucion
               *> de CR-ID (CR-Monto-Txt, vacio = todo el disponible)
               *> a la cuenta CR-Cuenta; "P" aprueba y "N" rechaza la
               *> devolucion CR-Numero (CR-Autorizado = 'Y' si el
               *> operador tiene permiso de supervisor); "G" genera
               *> el archivo de pagos al banco con las aprobadas; "L"
               *> lista los saldos a favor y "R" el registro de
               *> devoluciones.
               05 CR-Accion         PIC X(1).
               05 CR-ID             PIC 9(5).
               05 CR-Numero         PIC 9(6).
               05 CR-Monto-Txt      PIC X(15).
               05 CR-Cuenta         PIC X(22).
               05 CR-Operador       PIC X(10).
               05 CR-Autorizado     PIC X(1).
               05 CR-Factura        PIC 9(8).
               05 CR-Importe        PIC 9(10)V99.
               05 CR-Aplicado       PIC 9(10)V99.
               05 CR-Cantidad       PIC 9(5).
               05 CR-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO CR-Mensaje
               MOVE 0 TO CR-Cantidad
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE CR-Accion
                   WHEN "D"
                       PERFORM Actualizar-Saldos
                   WHEN "F"
                       PERFORM Aplicar-A-Factura
                   WHEN "S"
                       PERFORM Solicitar-Devolucion
                   WHEN "P"
                       MOVE "A" TO WS-Dev-Nuevo-Estado
                       PERFORM Resolver-Devolucion
                   WHEN "N"
                       MOVE "R" TO WS-Dev-Nuevo-Estado
                       PERFORM Resolver-Devolucion
                   WHEN "G"
                       PERFORM Generar-Banco
                   WHEN "L"
                       PERFORM Listar-Saldos
                   WHEN "R"
                       PERFORM Listar-Registro
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO CR-Mensaje
               END-EVALUATE
           EXIT.

           *> Recorre el historico (cada cliente una vez) y lleva el
           *> libro al credito que hoy resulta de su cuenta: lo que
           *> falte entra como origen (pago en exceso o NC mayor que
           *> la deuda) y lo que sobre sale como ajuste, por ejemplo
           *> cuando se revirtio el pago que habia dejado el credito.
           Actualizar-Saldos.
               MOVE 0 TO WS-Cant-Clientes WS-Tot-Saldo
               OPEN INPUT Historico
               IF WS-File-StatusHis NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir FacturasHist.Txt" TO
                       CR-Mensaje
               ELSE
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico INTO Historico-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               PERFORM Actualizar-Registro
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
                   MOVE WS-Cant-Clientes TO CR-Cantidad
                   MOVE WS-Tot-Saldo TO WS-Total-Imp
                   STRING "Saldos a favor actualizados: "
                       WS-Cant-Clientes " clientes, total "
                       WS-Total-Imp
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Actualizar-Registro.
               PERFORM Controlar-Primera
               IF WS-FlagPrimera = 'Y' THEN
                   MOVE HI-ID TO WS-Cre-ID
                   PERFORM Actualizar-Cliente
                   IF WS-Cre-Libro > 0 THEN
                       ADD 1 TO WS-Cant-Clientes
                       ADD WS-Cre-Libro TO WS-Tot-Saldo
                   END-IF
               END-IF
           EXIT.

           Controlar-Primera.
               MOVE 'Y' TO WS-FlagPrimera
               OPEN INPUT HistCliente
               IF WS-File-StatusHcl = '00' THEN
                   MOVE HI-ID TO HC-Cli-ID
                   PERFORM Posicionar-Cliente
                   PERFORM UNTIL WS-FlagHcl = 'Y'
                       READ HistCliente NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHcl
                           NOT AT END
                               IF HC-ID NOT = HI-ID THEN
                                   MOVE 'Y' TO WS-FlagHcl
                               ELSE
                                   IF HC-Numero < HI-Numero THEN
                                       MOVE 'N' TO WS-FlagPrimera
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HistCliente
                   MOVE 'N' TO WS-FlagHcl
               END-IF
           EXIT.

           *> Credito de WS-Cre-ID segun su cuenta contra el libro;
           *> la diferencia se asienta y el libro queda igual a la
           *> cuenta.
           Actualizar-Cliente.
               PERFORM Calcular-Credito
               EVALUATE TRUE
                   WHEN WS-Cre-Calculado > WS-Cre-Libro
                       COMPUTE WS-Cre-Diferencia =
                           WS-Cre-Calculado - WS-Cre-Libro
                       MOVE "O" TO WS-Mov-Tipo
                       IF WS-Cre-Pagado >
                          WS-Cre-Facturado + WS-Cre-Aplicado +
                          WS-Cre-Devuelto THEN
                           MOVE "PA" TO WS-Mov-Origen
                       ELSE
                           MOVE "NC" TO WS-Mov-Origen
                       END-IF
                       PERFORM Asentar-Diferencia
                   WHEN WS-Cre-Calculado < WS-Cre-Libro
                       COMPUTE WS-Cre-Diferencia =
                           WS-Cre-Libro - WS-Cre-Calculado
                       MOVE "X" TO WS-Mov-Tipo
                       MOVE "AJ" TO WS-Mov-Origen
                       PERFORM Asentar-Diferencia
               END-EVALUATE
           EXIT.

           Asentar-Diferencia.
               PERFORM Buscar-Ultima-Factura
               MOVE WS-Cre-Diferencia TO WS-Mov-Importe
               MOVE WS-Cre-Ultima TO WS-Mov-Factura
               MOVE 0 TO WS-Mov-Devolucion
               PERFORM Grabar-Movimiento
               MOVE WS-Cre-Calculado TO WS-Cre-Libro
           EXIT.

           *> Neto de la cuenta del cliente: facturado mas notas
           *> (ND suma, NC resta) menos lo castigado por incobrable,
           *> mas lo ya consumido del credito (aplicado a facturas o
           *> devuelto), menos lo pagado neto de reversiones. Un neto
           *> negativo es plata del cliente.
           Calcular-Credito.
               PERFORM Sumar-Libro
               MOVE 0 TO WS-Cre-Facturado
               OPEN INPUT HistCliente
               IF WS-File-StatusHcl = '00' THEN
                   MOVE WS-Cre-ID TO HC-Cli-ID
                   PERFORM Posicionar-Cliente
                   PERFORM UNTIL WS-FlagHcl = 'Y'
                       READ HistCliente NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHcl
                           NOT AT END
                               IF HC-ID NOT = WS-Cre-ID THEN
                                   MOVE 'Y' TO WS-FlagHcl
                               ELSE
                                   ADD HC-Monto TO WS-Cre-Facturado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HistCliente
                   MOVE 'N' TO WS-FlagHcl
               END-IF
               PERFORM Sumar-Notas
               PERFORM Restar-Castigos
               PERFORM Sumar-Pagos
               COMPUTE WS-Cre-Neto =
                   WS-Cre-Facturado + WS-Cre-Notas +
                   WS-Cre-Aplicado + WS-Cre-Devuelto - WS-Cre-Pagado
               IF WS-Cre-Neto < 0 THEN
                   COMPUTE WS-Cre-Calculado = 0 - WS-Cre-Neto
               ELSE
                   MOVE 0 TO WS-Cre-Calculado
               END-IF
           EXIT.

           Sumar-Notas.
               MOVE 0 TO WS-Cre-Notas
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = WS-Cre-ID THEN
                                   PERFORM Sumar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           *> Primer registro de HC-Cli-ID en el historico indexado
           *> (clave cliente + fecha); sin facturas del cliente la
           *> lectura termina sin pasar por ninguna.
           Posicionar-Cliente.
               MOVE 0 TO HC-Cli-Fecha
               START HistCliente KEY IS NOT LESS THAN HC-Clave-Cliente
                   INVALID KEY
                       MOVE 'Y' TO WS-FlagHcl
               END-START
           EXIT.

           *> Lo abierto de cada factura castigada ya salio de la
           *> cuenta, como en "Cobranzas" y "Debitos": no es deuda
           *> que se cancele con un pago ni con una NC.
           Restar-Castigos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = WS-Cre-ID AND
                                  IN-Tipo = 'C' THEN
                                   SUBTRACT IN-Importe FROM
                                       WS-Cre-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           Sumar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM WS-Cre-Notas
               ELSE
                   ADD WS-Nota-Importe TO WS-Cre-Notas
               END-IF
           EXIT.

           Sumar-Pagos.
               MOVE 0 TO WS-Cre-Pagado
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = WS-Cre-ID THEN
                                   ADD PA-Monto TO WS-Cre-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               PERFORM Restar-Reversiones
           EXIT.

           *> Los pagos revertidos (Reversiones.DAT) se descuentan de
           *> lo cobrado al cliente.
           Restar-Reversiones.
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = WS-Cre-ID THEN
                                   SUBTRACT RV-Monto FROM WS-Cre-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           *> Saldo del libro para WS-Cre-ID, por tipo de movimiento.
           Sumar-Libro.
               MOVE 0 TO WS-Cre-Origen WS-Cre-Ajuste WS-Cre-Aplicado
                   WS-Cre-Devuelto
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = WS-Cre-ID THEN
                                   PERFORM Sumar-Movimiento
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
               COMPUTE WS-Cre-Libro =
                   WS-Cre-Origen - WS-Cre-Ajuste - WS-Cre-Aplicado -
                   WS-Cre-Devuelto
           EXIT.

           Sumar-Movimiento.
               EVALUATE SF-Tipo
                   WHEN "O"
                       ADD SF-Importe TO WS-Cre-Origen
                   WHEN "X"
                       ADD SF-Importe TO WS-Cre-Ajuste
                   WHEN "A"
                       ADD SF-Importe TO WS-Cre-Aplicado
                   WHEN "D"
                       ADD SF-Importe TO WS-Cre-Devuelto
               END-EVALUATE
           EXIT.

           *> Devoluciones del cliente pedidas o aprobadas que todavia
           *> no salieron al banco.
           Sumar-Comprometido.
               MOVE 0 TO WS-Cre-Comprometido
               OPEN INPUT Devoluciones
               IF WS-File-StatusDev = '00' THEN
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               IF DE-ID = WS-Cre-ID AND
                                  (DE-Estado = "P" OR
                                   DE-Estado = "A") THEN
                                   ADD DE-Importe TO
                                       WS-Cre-Comprometido
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   MOVE 'N' TO WS-FlagDev
               END-IF
               COMPUTE WS-Cre-Disponible =
                   WS-Cre-Libro - WS-Cre-Comprometido
           EXIT.

           Buscar-Ultima-Factura.
               MOVE 0 TO WS-Cre-Ultima
               OPEN INPUT HistCliente
               IF WS-File-StatusHcl = '00' THEN
                   MOVE WS-Cre-ID TO HC-Cli-ID
                   PERFORM Posicionar-Cliente
                   PERFORM UNTIL WS-FlagHcl = 'Y'
                       READ HistCliente NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHcl
                           NOT AT END
                               IF HC-ID NOT = WS-Cre-ID THEN
                                   MOVE 'Y' TO WS-FlagHcl
                               ELSE
                                   IF HC-Numero > WS-Cre-Ultima THEN
                                       MOVE HC-Numero TO WS-Cre-Ultima
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HistCliente
                   MOVE 'N' TO WS-FlagHcl
               END-IF
           EXIT.

           Grabar-Movimiento.
               OPEN EXTEND Creditos
               IF WS-File-StatusCre NOT = '00' THEN
                   OPEN OUTPUT Creditos
               END-IF
               IF WS-File-StatusCre = '00' THEN
                   MOVE WS-Cre-ID TO SF-ID
                   MOVE WS-Fecha TO SF-Fecha
                   MOVE WS-Mov-Tipo TO SF-Tipo
                   MOVE WS-Mov-Origen TO SF-Origen
                   MOVE WS-Mov-Importe TO SF-Importe
                   MOVE WS-Mov-Factura TO SF-Factura
                   MOVE WS-Mov-Devolucion TO SF-Devolucion
                   WRITE CreditoR
                   CLOSE Creditos
               END-IF
           EXIT.

           *> Aplicacion automatica en la emision: el credito libre
           *> del cliente (libro menos devoluciones en tramite) baja
           *> la factura hasta dejarla en cero; lo aplicado queda en
           *> el libro contra el numero de la factura.
           Aplicar-A-Factura.
               MOVE 0 TO CR-Aplicado
               MOVE CR-ID TO WS-Cre-ID
               PERFORM Sumar-Libro
               PERFORM Sumar-Comprometido
               IF WS-Cre-Disponible > 0 AND CR-Importe > 0 THEN
                   IF WS-Cre-Disponible > CR-Importe THEN
                       MOVE CR-Importe TO CR-Aplicado
                   ELSE
                       MOVE WS-Cre-Disponible TO CR-Aplicado
                   END-IF
                   MOVE "A" TO WS-Mov-Tipo
                   MOVE "FA" TO WS-Mov-Origen
                   MOVE CR-Aplicado TO WS-Mov-Importe
                   MOVE CR-Factura TO WS-Mov-Factura
                   MOVE 0 TO WS-Mov-Devolucion
                   PERFORM Grabar-Movimiento
               END-IF
           EXIT.

           *> Pedido de devolucion: con el libro del cliente al dia,
           *> el importe (todo el disponible si no se indica) no puede
           *> superar lo que no este ya comprometido en otra
           *> devolucion; queda pendiente hasta que otro operador la
           *> apruebe.
           Solicitar-Devolucion.
               MOVE CR-ID TO WS-Cre-ID
               PERFORM Actualizar-Cliente
               PERFORM Sumar-Comprometido
               IF CR-Monto-Txt = SPACES THEN
                   IF WS-Cre-Disponible > 0 THEN
                       MOVE WS-Cre-Disponible TO WS-Importe
                   ELSE
                       MOVE 0 TO WS-Importe
                   END-IF
               ELSE
                   MOVE CR-Monto-Txt TO WS-Monto-Fuente
                   PERFORM Convertir-Importe
               END-IF
               EVALUATE TRUE
                   WHEN CR-Cuenta = SPACES
                       MOVE "ERROR Falta la cuenta bancaria del cliente"
                           TO CR-Mensaje
                   WHEN WS-Cre-Disponible <= 0
                       MOVE "ERROR El cliente no tiene saldo a favor dis
      -                    "ponible" TO CR-Mensaje
                   WHEN WS-Importe = 0
                       MOVE "ERROR Importe de devolucion invalido" TO
                           CR-Mensaje
                   WHEN WS-Importe > WS-Cre-Disponible
                       MOVE WS-Cre-Disponible TO WS-Saldo-Imp
                       STRING "ERROR El importe supera el saldo a "
                           "favor disponible: " WS-Saldo-Imp
                           DELIMITED BY SIZE INTO CR-Mensaje
                       END-STRING
                   WHEN OTHER
                       PERFORM Grabar-Devolucion
               END-EVALUATE
           EXIT.

           Grabar-Devolucion.
               PERFORM Buscar-Ultima-Devolucion
               ADD 1 TO WS-Dev-Numero
               OPEN EXTEND Devoluciones
               IF WS-File-StatusDev NOT = '00' THEN
                   OPEN OUTPUT Devoluciones
               END-IF
               IF WS-File-StatusDev = '00' THEN
                   MOVE WS-Dev-Numero TO DE-Numero
                   MOVE CR-ID TO DE-ID
                   MOVE WS-Fecha TO DE-Fecha
                   MOVE WS-Importe TO DE-Importe
                   MOVE CR-Cuenta TO DE-Cuenta
                   MOVE CR-Operador TO DE-Solicito
                   MOVE "P" TO DE-Estado
                   MOVE SPACES TO DE-Aprobo
                   MOVE 0 TO DE-FechaAprob DE-Envio
                   WRITE DevolucionR
                   CLOSE Devoluciones
                   MOVE WS-Dev-Numero TO CR-Numero
                   MOVE WS-Importe TO WS-Importe-Imp
                   STRING "Devolucion " WS-Dev-Numero " cliente "
                       CR-ID " por " WS-Importe-Imp
                       " pendiente de aprobacion"
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               ELSE
                   MOVE "ERROR No se pudo abrir Devoluciones.DAT" TO
                       CR-Mensaje
               END-IF
           EXIT.

           Buscar-Ultima-Devolucion.
               MOVE 0 TO WS-Dev-Numero
               OPEN INPUT Devoluciones
               IF WS-File-StatusDev = '00' THEN
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               IF DE-Numero > WS-Dev-Numero THEN
                                   MOVE DE-Numero TO WS-Dev-Numero
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   MOVE 'N' TO WS-FlagDev
               END-IF
           EXIT.

           *> Aprobacion (P) o rechazo (N) de una devolucion
           *> pendiente: solo un operador con permiso de supervisor y
           *> distinto del que la pidio. Al aprobar se vuelve a mirar
           *> que el libro del cliente siga cubriendo lo
           *> comprometido (un pago revertido entre el pedido y la
           *> aprobacion puede haberse comido el credito).
           Resolver-Devolucion.
               PERFORM Buscar-Devolucion
               EVALUATE TRUE
                   WHEN CR-Autorizado NOT = "Y"
                       MOVE "ERROR El operador no tiene permiso para apr
      -                    "obar devoluciones" TO CR-Mensaje
                   WHEN WS-FlagHallada = 'N'
                       MOVE "ERROR Devolucion no encontrada" TO
                           CR-Mensaje
                   WHEN WS-Dev-Estado NOT = "P"
                       MOVE "ERROR La devolucion no esta pendiente" TO
                           CR-Mensaje
                   WHEN WS-Dev-Solicito = CR-Operador
                       MOVE "ERROR La devolucion la tiene que aprobar ot
      -                    "ro operador" TO CR-Mensaje
                   WHEN OTHER
                       MOVE WS-Dev-ID TO WS-Cre-ID
                       PERFORM Actualizar-Cliente
                       PERFORM Sumar-Comprometido
                       IF WS-Dev-Nuevo-Estado = "A" AND
                          WS-Cre-Disponible < 0 THEN
                           MOVE "ERROR El saldo a favor ya no cubre la d
      -                        "evolucion" TO CR-Mensaje
                       ELSE
                           PERFORM Regrabar-Devoluciones
                       END-IF
               END-EVALUATE
           EXIT.

           Buscar-Devolucion.
               MOVE 'N' TO WS-FlagHallada
               OPEN INPUT Devoluciones
               IF WS-File-StatusDev = '00' THEN
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               IF DE-Numero = CR-Numero THEN
                                   MOVE 'Y' TO WS-FlagHallada
                                   MOVE DE-ID TO WS-Dev-ID
                                   MOVE DE-Importe TO WS-Dev-Importe
                                   MOVE DE-Solicito TO WS-Dev-Solicito
                                   MOVE DE-Estado TO WS-Dev-Estado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   MOVE 'N' TO WS-FlagDev
               END-IF
           EXIT.

           Regrabar-Devoluciones.
               OPEN INPUT Devoluciones
               OPEN OUTPUT DevTrabajo
               PERFORM UNTIL WS-FlagDev = 'Y'
                   READ Devoluciones INTO DevolucionR
                       AT END
                           MOVE 'Y' TO WS-FlagDev
                       NOT AT END
                           IF DE-Numero = CR-Numero THEN
                               MOVE WS-Dev-Nuevo-Estado TO DE-Estado
                               MOVE CR-Operador TO DE-Aprobo
                               MOVE WS-Fecha TO DE-FechaAprob
                           END-IF
                           MOVE DevolucionR TO DevTrabajoR
                           WRITE DevTrabajoR
                   END-READ
               END-PERFORM
               CLOSE Devoluciones
               CLOSE DevTrabajo
               MOVE 'N' TO WS-FlagDev
               PERFORM Volcar-Trabajo
               IF WS-Dev-Nuevo-Estado = "A" THEN
                   STRING "Devolucion " CR-Numero " aprobada por "
                       CR-Operador
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               ELSE
                   STRING "Devolucion " CR-Numero " rechazada por "
                       CR-Operador
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT DevTrabajo
               OPEN OUTPUT Devoluciones
               PERFORM UNTIL WS-FlagTrb = 'Y'
                   READ DevTrabajo INTO DevTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagTrb
                       NOT AT END
                           MOVE DevTrabajoR TO DevolucionR
                           WRITE DevolucionR
                   END-READ
               END-PERFORM
               CLOSE DevTrabajo
               CLOSE Devoluciones
               MOVE 'N' TO WS-FlagTrb
               DELETE FILE DevTrabajo
           EXIT.

           *> Archivo de pagos al banco con las devoluciones
           *> aprobadas: cada una sale como detalle, queda enviada
           *> con el numero de generacion y su importe se descarga
           *> del libro del cliente como devuelto.
           Generar-Banco.
               MOVE 0 TO WS-Cant-Devoluciones WS-Hash-Importes
               PERFORM Contar-Aprobadas
               IF WS-Cant-Devoluciones = 0 THEN
                   MOVE "No hay devoluciones aprobadas para enviar" TO
                       CR-Mensaje
               ELSE
                   MOVE 0 TO WS-Cant-Devoluciones
                   PERFORM Leer-Secuencia
                   ADD 1 TO WS-Secuencia
                   OPEN OUTPUT Banco
                   MOVE WS-Emisor TO WS-Hdr-Emisor
                   MOVE WS-Fecha TO WS-Hdr-Fecha
                   MOVE WS-Secuencia TO WS-Hdr-Secuencia
                   MOVE WS-Header TO Banco-R
                   WRITE Banco-R
                   OPEN INPUT Devoluciones
                   OPEN OUTPUT DevTrabajo
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               IF DE-Estado = "A" THEN
                                   PERFORM Enviar-Devolucion
                               END-IF
                               MOVE DevolucionR TO DevTrabajoR
                               WRITE DevTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   CLOSE DevTrabajo
                   MOVE 'N' TO WS-FlagDev
                   MOVE WS-Cant-Devoluciones TO WS-Trl-Cantidad
                   MOVE WS-Hash-Importes TO WS-Trl-Hash
                   MOVE WS-Trailer TO Banco-R
                   WRITE Banco-R
                   CLOSE Banco
                   PERFORM Volcar-Trabajo
                   PERFORM Grabar-Secuencia
                   MOVE WS-Cant-Devoluciones TO CR-Cantidad
                   MOVE WS-Hash-Importes TO WS-Total-Imp
                   STRING "Devoluciones al banco: "
                       WS-Cant-Devoluciones " por " WS-Total-Imp
                       " (generacion " WS-Secuencia ")"
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Contar-Aprobadas.
               OPEN INPUT Devoluciones
               IF WS-File-StatusDev = '00' THEN
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               IF DE-Estado = "A" THEN
                                   ADD 1 TO WS-Cant-Devoluciones
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   MOVE 'N' TO WS-FlagDev
               END-IF
           EXIT.

           Enviar-Devolucion.
               ADD 1 TO WS-Cant-Devoluciones
               ADD DE-Importe TO WS-Hash-Importes
               MOVE DE-Numero TO WS-Det-Numero
               MOVE DE-ID TO WS-Det-ID
               MOVE WS-Fecha TO WS-Det-Fecha
               MOVE DE-Cuenta TO WS-Det-Cuenta
               MOVE DE-Importe TO WS-Det-Monto
               MOVE WS-Detalle TO Banco-R
               WRITE Banco-R
               MOVE "E" TO DE-Estado
               MOVE WS-Secuencia TO DE-Envio
               MOVE DE-ID TO WS-Cre-ID
               PERFORM Buscar-Ultima-Factura
               MOVE "D" TO WS-Mov-Tipo
               MOVE "DV" TO WS-Mov-Origen
               MOVE DE-Importe TO WS-Mov-Importe
               MOVE WS-Cre-Ultima TO WS-Mov-Factura
               MOVE DE-Numero TO WS-Mov-Devolucion
               PERFORM Grabar-Movimiento
           EXIT.

           Leer-Secuencia.
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
           EXIT.

           Grabar-Secuencia.
               OPEN OUTPUT Secuencia
               IF WS-File-StatusSec = '00' THEN
                   MOVE WS-Secuencia TO SEC-Numero
                   WRITE SecuenciaR
                   CLOSE Secuencia
               END-IF
           EXIT.

           *> Listado de cierre de mes: con el libro recien puesto al
           *> dia, una linea por cliente con saldo a favor (origen
           *> acumulado, aplicado a facturas, devuelto, saldo y lo
           *> comprometido en devoluciones en tramite) y los totales.
           Listar-Saldos.
               PERFORM Actualizar-Saldos
               IF CR-Mensaje(1:5) NOT = "ERROR" THEN
                   MOVE SPACES TO CR-Mensaje
                   MOVE 0 TO WS-Cant-Clientes WS-Tot-Saldo
                       WS-Tot-Comprometido
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Saldos a favor de clientes al " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE SPACES TO Listado-R
                   STRING "ID    | Nombre                          "
                       "         | Aplicado      | Devuelto      "
                       "| Saldo a favor | Comprometido"
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   OPEN INPUT Historico
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico INTO Historico-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               PERFORM Listar-Registro-Saldo
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
                   MOVE SPACES TO Listado-R
                   MOVE WS-Tot-Saldo TO WS-Total-Imp
                   MOVE WS-Tot-Comprometido TO WS-Compromiso-Imp
                   STRING "Clientes con saldo a favor: "
                       WS-Cant-Clientes "  total " WS-Total-Imp
                       "  comprometido " WS-Compromiso-Imp
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   CLOSE Listado
                   MOVE WS-Cant-Clientes TO CR-Cantidad
                   STRING "Saldos a favor en SaldosAFavor.Txt: "
                       WS-Cant-Clientes " clientes, total "
                       WS-Total-Imp
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Registro-Saldo.
               PERFORM Controlar-Primera
               IF WS-FlagPrimera = 'Y' THEN
                   MOVE HI-ID TO WS-Cre-ID
                   PERFORM Sumar-Libro
                   IF WS-Cre-Libro > 0 THEN
                       PERFORM Sumar-Comprometido
                       ADD 1 TO WS-Cant-Clientes
                       ADD WS-Cre-Libro TO WS-Tot-Saldo
                       ADD WS-Cre-Comprometido TO WS-Tot-Comprometido
                       MOVE WS-Cre-Aplicado TO WS-Aplicado-Imp
                       MOVE WS-Cre-Devuelto TO WS-Devuelto-Imp
                       MOVE WS-Cre-Libro TO WS-Saldo-Imp
                       MOVE WS-Cre-Comprometido TO WS-Compromiso-Imp
                       MOVE SPACES TO Listado-R
                       STRING HI-ID "|" HI-NombreUsuario "|"
                           WS-Aplicado-Imp "|" WS-Devuelto-Imp "|"
                           WS-Saldo-Imp "|" WS-Compromiso-Imp "|"
                           DELIMITED BY SIZE INTO Listado-R
                       END-STRING
                       WRITE Listado-R
                   END-IF
               END-IF
           EXIT.

           *> Registro de devoluciones completo, con su estado, quien
           *> la pidio, quien la aprobo y en que generacion salio al
           *> banco.
           Listar-Registro.
               MOVE 0 TO WS-Cant-Devoluciones WS-Tot-Devuelto
               OPEN INPUT Devoluciones
               IF WS-File-StatusDev NOT = '00' THEN
                   MOVE "No hay devoluciones registradas" TO CR-Mensaje
               ELSE
                   OPEN OUTPUT Registro
                   MOVE SPACES TO Registro-R
                   STRING "Registro de devoluciones al " WS-Fecha
                       DELIMITED BY SIZE INTO Registro-R
                   END-STRING
                   WRITE Registro-R
                   MOVE SPACES TO Registro-R
                   STRING "Nro   | ID    | Fecha    | Importe      "
                       "| Cuenta                 |E| Pidio      "
                       "| Aprobo     | Fecha    | Envio"
                       DELIMITED BY SIZE INTO Registro-R
                   END-STRING
                   WRITE Registro-R
                   PERFORM UNTIL WS-FlagDev = 'Y'
                       READ Devoluciones INTO DevolucionR
                           AT END
                               MOVE 'Y' TO WS-FlagDev
                           NOT AT END
                               PERFORM Listar-Devolucion
                       END-READ
                   END-PERFORM
                   CLOSE Devoluciones
                   MOVE 'N' TO WS-FlagDev
                   MOVE SPACES TO Registro-R
                   MOVE WS-Tot-Devuelto TO WS-Total-Imp
                   STRING "Devoluciones: " WS-Cant-Devoluciones
                       "  enviadas al banco por " WS-Total-Imp
                       DELIMITED BY SIZE INTO Registro-R
                   END-STRING
                   WRITE Registro-R
                   CLOSE Registro
                   MOVE WS-Cant-Devoluciones TO CR-Cantidad
                   STRING "Registro de devoluciones en Devoluciones.Txt"
                       ": " WS-Cant-Devoluciones
                       DELIMITED BY SIZE INTO CR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Devolucion.
               ADD 1 TO WS-Cant-Devoluciones
               IF DE-Estado = "E" THEN
                   ADD DE-Importe TO WS-Tot-Devuelto
               END-IF
               MOVE DE-Importe TO WS-Importe-Imp
               MOVE SPACES TO Registro-R
               STRING DE-Numero "|" DE-ID "|" DE-Fecha "|"
                   WS-Importe-Imp "|" DE-Cuenta "|" DE-Estado "|"
                   DE-Solicito "|" DE-Aprobo "|" DE-FechaAprob "|"
                   DE-Envio
                   DELIMITED BY SIZE INTO Registro-R
               END-STRING
               WRITE Registro-R
           EXIT.

           *> Convierte el importe pedido (con punto decimal
           *> opcional) a WS-Importe, mismo criterio de UNSTRING que
           *> usa "Pagos"; un importe con basura queda en cero.
           Convertir-Importe.
               MOVE SPACES TO WS-Imp-Entera WS-Imp-Decimal
               UNSTRING WS-Monto-Fuente DELIMITED BY "."
                   INTO WS-Imp-Entera, WS-Imp-Decimal
               END-UNSTRING
               MOVE 0 TO WS-Imp-Entera-N WS-Imp-Decimal-N
               MOVE 0 TO WS-Imp-Entera-Len
               INSPECT WS-Imp-Entera
                   TALLYING WS-Imp-Entera-Len
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-Imp-Entera-Len = 0 THEN
                   MOVE ZEROES TO WS-Imp-Entera-J
               ELSE
                   MOVE WS-Imp-Entera(1:WS-Imp-Entera-Len)
                       TO WS-Imp-Entera-J
                   INSPECT WS-Imp-Entera-J
                       REPLACING LEADING SPACE BY "0"
               END-IF
               IF WS-Imp-Decimal(1:1) = SPACE THEN
                   MOVE "0" TO WS-Imp-Decimal(1:1)
               END-IF
               IF WS-Imp-Decimal(2:1) = SPACE THEN
                   MOVE "0" TO WS-Imp-Decimal(2:1)
               END-IF
               IF WS-Imp-Entera-J IS NUMERIC AND
                  WS-Imp-Decimal IS NUMERIC THEN
                   MOVE WS-Imp-Entera-J TO WS-Imp-Entera-N
                   MOVE WS-Imp-Decimal TO WS-Imp-Decimal-N
                   COMPUTE WS-Importe =
                       WS-Imp-Entera-N + (WS-Imp-Decimal-N / 100)
               ELSE
                   MOVE 0 TO WS-Importe
               END-IF
           EXIT.
