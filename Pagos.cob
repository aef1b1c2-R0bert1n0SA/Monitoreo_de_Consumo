           *> "Facturacion" en cada ciclo); la cartera sale de aca,
           *> partida por partida, en vez del Facturas.Txt del ultimo
           *> ciclo. Si todavia no existe se cae al criterio viejo.
           *> Indexado por numero de factura, con cliente + fecha como
           *> clave alternativa para ir directo a las del cliente.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Segundo cursor sobre el mismo historico, para sumar las
           *> facturas anteriores del cliente de la partida en curso
           *> (imputacion del pago a la factura abierta mas vieja).
           SELECT HistPrevio ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-Numero
               ALTERNATE RECORD KEY IS HP-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHpr.

           *> Convenios de pago (los mantiene "Convenios"): un saldo
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInt.

           *> Notas de credito y debito de "Refacturacion": cada una
           *> corrige la factura cuyo numero legal trae, asi que se
           *> netean contra esa partida antes de imputar pagos.
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Reversiones de pagos (cheque rechazado, contracargo del
           *> banco): cada una apunta al pago original por cliente,
           *> fecha e importe y le resta lo cobrado, asi las partidas
           *> que ese pago cubria vuelven a quedar abiertas.
           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           *> Libro de saldos a favor de "Creditos": lo aplicado a
           *> una factura y lo devuelto por banco ya no es credito del
           *> cliente y vuelve a pesar en su cuenta.
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Libro de "Incobrables": el castigo aprobado saca de la
           *> cuenta lo abierto de cada factura, igual que una NC.
           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           *> Correlativo de notas de "Refacturacion"; el cargo por
           *> reversion sale como una ND mas de la misma serie.
           SELECT SecNotas ASSIGN TO 'NotasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSnt.

       DATA DIVISION.
       FILE SECTION.
       FD Facturas.
           05 HI-FILLER13           PIC X .
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER14           PIC X .
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD HistPrevio.
       01 HistPrevioR.
           05 FILLER                PIC X(65).
           05 HP-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HP-Clave-Cliente.
               10 HP-Cli-ID         PIC 9(5).
               10 HP-Cli-Fecha      PIC 9(8).

       FD Tarifas.
       01 Tarifas-R                 PIC X(80).
           05 CO-Pagadas            PIC 9(2).
           05 CO-Estado             PIC X(1).

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

       FD Reversiones.
       01 ReversionR.
           05 RV-Numero             PIC 9(6).
           05 RV-ID                 PIC 9(5).
           05 RV-Fecha              PIC 9(8).
           05 RV-FechaPago          PIC 9(8).
           05 RV-Monto              PIC 9(8)V99.
           05 RV-Medio              PIC X(2).
           *> CH cheque rechazado, CB contracargo del banco.
           05 RV-Razon              PIC X(2).
           05 RV-Cargo              PIC 9(6)V99.
           *> ND emitida por el cargo (0 = sin cargo) y sesion de caja
           *> de la que se descargo el importe (0 = no estaba en caja).
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

       FD SecNotas.
       01 SecNotasR.
           05 SN-Numero             PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusFac     PIC XX.
               05 WS-File-StatusCon     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusSnt     PIC XX.
               05 WS-File-StatusInc     PIC XX.
           01 WS-Flags.
               05 WS-FlagFac            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagHpr            PIC X(1) VALUE 'N'.
               05 WS-FlagCon            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               *> 'Y' si se esta devengando interes por mora (hay
               *> tasa INTERES= y el archivo de pendientes abrio).
               05 WS-FlagInteres        PIC X(1) VALUE 'N'.
           01 WS-Cliente.
               05 WS-Cli-Facturado      PIC 9(10)V99.
               05 WS-Cli-Pagado         PIC 9(10)V99.
               05 WS-Cli-Previo         PIC S9(12)V99.
               *> Neto de notas de credito/debito sobre la partida.
               05 WS-Cli-Notas          PIC S9(10)V99.
               05 WS-Cli-Aplicado       PIC S9(12)V99.
               05 WS-Cli-Saldo          PIC S9(10)V99.
               05 WS-Cli-Dias           PIC 9(5).
           01 WS-Partida-ID         PIC 9(5).
           01 WS-Partida-Fecha      PIC 9(8).
           01 WS-Aplicado-Imp       PIC 9(10).99.
           *> Importe de la nota leida, con signo: la ND suma a la
           *> factura que corrige y la NC resta.
           01 WS-Nota-Importe       PIC S9(10)V99.
           *> Tasa mensual de interes por mora (INTERES= de
           *> Tarifas.CFG) e interes devengado de la partida.
           01 WS-Tarifa-Clave       PIC X(10).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).
           *> Parametros del modulo "Caja": cada pago de mostrador se
           *> asienta ademas como movimiento de la sesion de caja
           *> abierta (canal M), para el arqueo del cierre.
               05 WS-Tot-90             PIC 9(10)V99 VALUE 0.
               05 WS-Cant-Clientes      PIC 9(5) VALUE 0.
           01 WS-Saldo-Imp          PIC -9(10).99.
           *> Reversion en curso: pago original hallado (veces que
           *> aparece y veces ya revertido), cargo, nota del cargo y
           *> ultima factura del cliente contra la que va la nota.
           01 WS-Reversion.
               05 WS-Rev-Monto          PIC 9(8)V99.
               05 WS-Rev-Cargo          PIC 9(6)V99.
               05 WS-Rev-Medio          PIC X(2).
               05 WS-Rev-Originales     PIC 9(3).
               05 WS-Rev-Revertidos     PIC 9(3).
               05 WS-Rev-Ultimo         PIC 9(6).
               05 WS-Rev-Nota           PIC 9(8).
               05 WS-Rev-Factura        PIC 9(8).
               05 WS-Rev-Sesion         PIC 9(5).
               05 WS-Rev-Cargo-Imp      PIC 9(10).99.
           *> Reversiones del pie de cartera (partidas reabiertas).
           01 WS-Tot-Reversiones    PIC 9(10)V99 VALUE 0.
           01 WS-Cant-Reversiones   PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           01 LK-Parametros.
               05 PG-Monto-Txt      PIC X(15).
               05 PG-Medio          PIC X(2).
               05 PG-Mensaje        PIC X(80).
               *> Solo para la reversion: fecha del pago original,
               *> razon (CH/CB) y cargo al cliente (opcional).
               05 PG-FechaPago      PIC 9(8).
               05 PG-Razon          PIC X(2).
               05 PG-Cargo-Txt      PIC X(15).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.

           *> PG-Accion: "R" registra un pago (PG-ID, PG-Monto-Txt,
           *> PG-Medio) con la fecha del dia; "A" genera el reporte de
           *> cuentas por cobrar envejecido contra Facturas.Txt; "V"
           *> revierte el pago PG-ID/PG-FechaPago/PG-Monto-Txt.
           Procesar.
               MOVE SPACES TO PG-Mensaje
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
                       PERFORM Registrar-Pago
                   WHEN "A"
                       PERFORM Generar-Cartera
                   WHEN "V"
                       PERFORM Revertir-Pago
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO PG-Mensaje
               END-EVALUATE
               MOVE 'N' TO WS-FlagFacturado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE PG-ID TO HI-Cli-ID
                   MOVE 0 TO HI-Cli-Fecha
                   START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   IF WS-FlagHis = 'N' THEN
                       READ Historico NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HI-ID = PG-ID THEN
                                   MOVE 'Y' TO WS-FlagFacturado
                               END-IF
                       END-READ
                   END-IF
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               ELSE
                   END-IF
                   PERFORM Armar-Encabezado
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
           *> Partida abierta del historico: lo pagado por el cliente
           *> se imputa primero a sus facturas de numero menor (las
           *> mas viejas); lo que excede lo ya cubierto por las
           *> previas se aplica a esta, y el resto queda saldo. Las
           *> notas de credito/debito corrigen el importe de la
           *> factura que referencian (esta o las previas); una NC
           *> mayor que su factura deja la partida en cero.
           Envejecer-Partida.
               MOVE HI-ID TO WS-Partida-ID
               MOVE HI-Fecha TO WS-Partida-Fecha
               PERFORM Sumar-Pagos
               PERFORM Sumar-Previas
               PERFORM Sumar-Notas
               PERFORM Sumar-Creditos
               PERFORM Sumar-Castigos
               IF (HI-Monto + WS-Cli-Notas) > 0 THEN
                   COMPUTE WS-Cli-Facturado = HI-Monto + WS-Cli-Notas
               ELSE
                   MOVE 0 TO WS-Cli-Facturado
               END-IF
               COMPUTE WS-Cli-Aplicado =
                   WS-Cli-Pagado - WS-Cli-Previo
               IF WS-Cli-Aplicado < 0 THEN
               MOVE 0 TO WS-Cli-Previo
               OPEN INPUT HistPrevio
               IF WS-File-StatusHpr = '00' THEN
                   MOVE HI-ID TO HP-Cli-ID
                   MOVE 0 TO HP-Cli-Fecha
                   START HistPrevio KEY IS NOT LESS THAN
                           HP-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHpr
                   END-START
                   PERFORM UNTIL WS-FlagHpr = 'Y'
                       READ HistPrevio NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHpr
                           NOT AT END
                               IF HP-ID NOT = HI-ID THEN
                                   MOVE 'Y' TO WS-FlagHpr
                               ELSE
                                   IF HP-Numero < HI-Numero THEN
                                       ADD HP-Monto TO WS-Cli-Previo
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           EXIT.

           *> Notas del cliente de la partida: las de esta factura
           *> van a WS-Cli-Notas y las de facturas anteriores corrigen
           *> lo ya facturado en las previas.
           Sumar-Notas.
               MOVE 0 TO WS-Cli-Notas
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = HI-ID THEN
                                   PERFORM Imputar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           Imputar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   COMPUTE WS-Nota-Importe = 0 - WS-Nota-Importe
               END-IF
               EVALUATE TRUE
                   WHEN ND-Factura = HI-Numero
                       ADD WS-Nota-Importe TO WS-Cli-Notas
                   WHEN ND-Factura < HI-Numero
                       ADD WS-Nota-Importe TO WS-Cli-Previo
               END-EVALUATE
           EXIT.

           *> Saldo a favor consumido (aplicado a una factura o
           *> devuelto por banco): corrige la factura que referencia
           *> igual que una ND, asi el pago en exceso que lo origino
           *> no se imputa dos veces.
           Sumar-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = HI-ID AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   PERFORM Imputar-Credito
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           Imputar-Credito.
               EVALUATE TRUE
                   WHEN SF-Factura = HI-Numero
                       ADD SF-Importe TO WS-Cli-Notas
                   WHEN SF-Factura < HI-Numero
                       ADD SF-Importe TO WS-Cli-Previo
               END-EVALUATE
           EXIT.

           *> Castigos aprobados del libro de incobrables: restan de
           *> la factura castigada como una NC.
           Sumar-Castigos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = HI-ID AND IN-Tipo = 'C' THEN
                                   PERFORM Imputar-Castigo
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           Imputar-Castigo.
               EVALUATE TRUE
                   WHEN IN-Factura = HI-Numero
                       SUBTRACT IN-Importe FROM WS-Cli-Notas
                   WHEN IN-Factura < HI-Numero
                       SUBTRACT IN-Importe FROM WS-Cli-Previo
               END-EVALUATE
           EXIT.

           Agregar-Linea-Partida.
               MOVE SPACES TO Cartera-R
               MOVE WS-Cli-Saldo TO WS-Saldo-Imp
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               PERFORM Restar-Reversiones
           EXIT.

           *> Un pago revertido deja de contar como cobrado; como la
           *> imputacion se rehace en cada corrida, las facturas que
           *> cubria vuelven solas a la cartera con su edad real.
           Restar-Reversiones.
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = WS-Partida-ID THEN
                                   PERFORM Restar-Reversion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Restar-Reversion.
               IF RV-Monto > WS-Cli-Pagado THEN
                   MOVE 0 TO WS-Cli-Pagado
               ELSE
                   SUBTRACT RV-Monto FROM WS-Cli-Pagado
               END-IF
           EXIT.

           Calcular-Banda.
                   DELIMITED BY SIZE INTO Cartera-R
               END-STRING
               WRITE Cartera-R
               PERFORM Totalizar-Reversiones
               IF WS-Cant-Reversiones > 0 THEN
                   MOVE SPACES TO Cartera-R
                   STRING "Pagos revertidos (partidas reabiertas): "
                       WS-Cant-Reversiones "  total "
                       WS-Tot-Reversiones
                       DELIMITED BY SIZE INTO Cartera-R
                   END-STRING
                   WRITE Cartera-R
               END-IF
           EXIT.

           Totalizar-Reversiones.
               MOVE 0 TO WS-Cant-Reversiones WS-Tot-Reversiones
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               ADD 1 TO WS-Cant-Reversiones
                               ADD RV-Monto TO WS-Tot-Reversiones
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           *> Reversion de un pago ya registrado (cheque rechazado o
           *> contracargo): el pago original se identifica por
           *> cliente, fecha e importe y no puede revertirse mas veces
           *> de las que figura en Pagos.DAT. Si era una cuota de
           *> convenio se le descuenta la cuota pagada; el importe se
           *> descarga de la sesion de caja (mostrador o banco) donde
           *> entro, y el cargo, si lo hay, sale como ND contra la
           *> ultima factura del cliente.
           Revertir-Pago.
               MOVE PG-Monto-Txt TO WS-Monto-Fuente
               PERFORM Convertir-Importe
               MOVE WS-Importe TO WS-Rev-Monto
               MOVE 0 TO WS-Rev-Cargo
               IF PG-Cargo-Txt NOT = SPACES THEN
                   MOVE PG-Cargo-Txt TO WS-Monto-Fuente
                   PERFORM Convertir-Importe
                   MOVE WS-Importe TO WS-Rev-Cargo
               END-IF
               EVALUATE TRUE
                   WHEN WS-Rev-Monto = 0
                       MOVE "ERROR Importe del pago original invalido"
                           TO PG-Mensaje
                   WHEN PG-Razon NOT = "CH" AND PG-Razon NOT = "CB"
                       MOVE "ERROR Razon de reversion invalida (CH/CB)"
                           TO PG-Mensaje
                   WHEN OTHER
                       PERFORM Buscar-Pago-Original
                       PERFORM Contar-Reversiones
                       IF WS-Rev-Originales = 0 THEN
                           MOVE "ERROR Pago original no encontrado" TO
                               PG-Mensaje
                       ELSE
                           IF WS-Rev-Revertidos >= WS-Rev-Originales
                                   THEN
                               MOVE "ERROR El pago ya fue revertido"
                                   TO PG-Mensaje
                           ELSE
                               PERFORM Grabar-Reversion
                           END-IF
                       END-IF
               END-EVALUATE
           EXIT.

           Buscar-Pago-Original.
               MOVE 0 TO WS-Rev-Originales
               MOVE SPACES TO WS-Rev-Medio
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = PG-ID AND
                                  PA-Fecha = PG-FechaPago AND
                                  PA-Monto = WS-Rev-Monto THEN
                                   ADD 1 TO WS-Rev-Originales
                                   MOVE PA-Medio TO WS-Rev-Medio
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
           EXIT.

           *> Reversiones previas del mismo pago y ultimo numero de
           *> reversion usado, para el correlativo.
           Contar-Reversiones.
               MOVE 0 TO WS-Rev-Revertidos WS-Rev-Ultimo
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               PERFORM Evaluar-Reversion
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Evaluar-Reversion.
               IF RV-Numero > WS-Rev-Ultimo THEN
                   MOVE RV-Numero TO WS-Rev-Ultimo
               END-IF
               IF RV-ID = PG-ID AND RV-FechaPago = PG-FechaPago AND
                  RV-Monto = WS-Rev-Monto THEN
                   ADD 1 TO WS-Rev-Revertidos
               END-IF
           EXIT.

           Grabar-Reversion.
               OPEN EXTEND Reversiones
               IF WS-File-StatusRev NOT = '00' THEN
                   OPEN OUTPUT Reversiones
               END-IF
               IF WS-File-StatusRev NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Reversiones.DAT" TO
                       PG-Mensaje
               ELSE
                   CLOSE Reversiones
                   IF WS-Rev-Medio = "CV" THEN
                       PERFORM Desimputar-Cuota
                   END-IF
                   PERFORM Descargar-De-Caja
                   MOVE 0 TO WS-Rev-Nota
                   IF WS-Rev-Cargo > 0 THEN
                       PERFORM Emitir-Nota-Cargo
                   END-IF
                   OPEN EXTEND Reversiones
                   IF WS-File-StatusRev NOT = '00' THEN
                       OPEN OUTPUT Reversiones
                   END-IF
                   COMPUTE RV-Numero = WS-Rev-Ultimo + 1
                   MOVE PG-ID TO RV-ID
                   MOVE WS-Fecha TO RV-Fecha
                   MOVE PG-FechaPago TO RV-FechaPago
                   MOVE WS-Rev-Monto TO RV-Monto
                   MOVE WS-Rev-Medio TO RV-Medio
                   MOVE PG-Razon TO RV-Razon
                   MOVE WS-Rev-Cargo TO RV-Cargo
                   MOVE WS-Rev-Nota TO RV-Nota
                   MOVE WS-Rev-Sesion TO RV-Sesion
                   WRITE ReversionR
                   CLOSE Reversiones
                   STRING "Pago revertido: reversion " RV-Numero
                       " cliente " PG-ID " caja " WS-Rev-Sesion
                       " ND " WS-Rev-Nota
                       DELIMITED BY SIZE INTO PG-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> La cuota de convenio cobrada con este pago vuelve a
           *> quedar impaga en el convenio del cliente.
           Desimputar-Cuota.
               MOVE "D" TO CN-Accion
               MOVE PG-ID TO CN-ID
               MOVE 0 TO CN-Cuotas CN-PrimerVenc CN-Numero
               CALL "Convenios" USING WS-Convenios-Parametros
           EXIT.

           *> El importe sale de la sesion de caja donde entro el
           *> pago original: la de mostrador o la SISTEMA del dia de
           *> la rendicion del banco.
           Descargar-De-Caja.
               MOVE "R" TO CA-Accion
               MOVE SPACES TO CA-Cajero CA-Canal CA-Declarado-Txt
               MOVE PG-ID TO CA-ID
               MOVE PG-FechaPago TO CA-Fecha
               MOVE WS-Rev-Monto TO CA-Monto
               MOVE WS-Rev-Medio TO CA-Medio
               MOVE 0 TO CA-Sesion
               CALL "Caja" USING WS-Caja-Parametros
               MOVE CA-Sesion TO WS-Rev-Sesion
           EXIT.

           *> El cargo por la reversion se cobra como nota de debito
           *> sobre la ultima factura del cliente, numerada en la
           *> misma serie que las notas de "Refacturacion"; asi entra
           *> sola al saldo de la cartera y de las consultas.
           Emitir-Nota-Cargo.
               PERFORM Buscar-Ultima-Factura
               MOVE 0 TO WS-Rev-Nota
               OPEN INPUT SecNotas
               IF WS-File-StatusSnt = '00' THEN
                   READ SecNotas INTO SecNotasR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SN-Numero TO WS-Rev-Nota
                   END-READ
                   CLOSE SecNotas
               END-IF
               ADD 1 TO WS-Rev-Nota
               OPEN EXTEND Notas
               IF WS-File-StatusNot NOT = '00' THEN
                   OPEN OUTPUT Notas
               END-IF
               IF WS-File-StatusNot = '00' THEN
                   MOVE WS-Rev-Cargo TO WS-Rev-Cargo-Imp
                   MOVE SPACES TO NotaDC-R
                   STRING "ND|" WS-Rev-Nota "|" PG-ID "|"
                       WS-Rev-Factura "|" WS-Rev-Cargo-Imp "|"
                       WS-Fecha "|"
                       DELIMITED BY SIZE INTO NotaDC-R
                   END-STRING
                   WRITE NotaDC-R
                   CLOSE Notas
                   OPEN OUTPUT SecNotas
                   IF WS-File-StatusSnt = '00' THEN
                       MOVE WS-Rev-Nota TO SN-Numero
                       WRITE SecNotasR
                       CLOSE SecNotas
                   END-IF
               ELSE
                   MOVE 0 TO WS-Rev-Nota
               END-IF
           EXIT.

           Buscar-Ultima-Factura.
               MOVE 0 TO WS-Rev-Factura
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE PG-ID TO HI-Cli-ID
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
                               IF HI-ID NOT = PG-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   IF HI-Numero > WS-Rev-Factura THEN
                                       MOVE HI-Numero TO WS-Rev-Factura
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           *> El pago de mostrador queda ademas en el diario de la
