           *> Historico acumulado de facturas; la ultima del cliente
           *> es la que se abre en componentes. Si todavia no existe
           *> se cae al Facturas.Txt del ciclo, como en "Pagos".
           *> Indexado por numero de factura y por cliente + fecha:
           *> la consulta va directo a las facturas del cliente.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           SELECT Facturas ASSIGN TO 'Facturas.Txt'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           *> Notas de credito/debito de "Refacturacion" del cliente;
           *> corrigen el saldo y se listan con la factura que tocan.
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Reversiones de pagos de "Pagos" (cheque rechazado,
           *> contracargo): lo revertido deja de contar como cobrado.
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

           SELECT Alertas ASSIGN TO 'Alertas.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHal.

           *> Historia de titulares por suministro (la mantiene
           *> "Mudanzas").
           SELECT Titulares ASSIGN TO 'Titulares.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTit.

           *> Registro de consultas atendidas, una ficha por llamada;
           *> crece por EXTEND como Auditoria.Log para que quede el
           *> historial de atencion.
           05 HI-FILLER13           PIC X .
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER14           PIC X .
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Facturas.
       01 Factura-R.
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

       FD Alertas.
       01 Alerta-R.
           05 AL-ID                 PIC 9(5).
           05 HA-Referencia         PIC 9(5).
           05 HA-FILLER6            PIC X .

       FD Titulares.
       01 TitularR.
           05 TT-Medidor            PIC X(10).
           05 TT-ID                 PIC 9(5).
           05 TT-Desde              PIC 9(8).
           05 TT-RegDesde           PIC 9(5).
           05 TT-Hasta              PIC 9(8).
           05 TT-RegHasta           PIC 9(5).
           05 TT-Factura            PIC 9(8).
           05 TT-Saldo              PIC 9(10)V99.
           05 TT-Destino            PIC X(1).

       FD Salida.
       01 Salida-R                  PIC X(100).

               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusFac     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusInc     PIC XX.
               05 WS-File-StatusAle     PIC XX.
               05 WS-File-StatusHal     PIC XX.
               05 WS-File-StatusSal     PIC XX.
               05 WS-File-StatusTit     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagDet            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagFac            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               05 WS-FlagAle            PIC X(1) VALUE 'N'.
               05 WS-FlagHal            PIC X(1) VALUE 'N'.
               05 WS-FlagTit            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente esta en el indice.
               05 WS-FlagCliente        PIC X(1).
               *> 'Y' si se encontro alguna factura del cliente.
           01 WS-Saldo.
               05 WS-Sal-Facturado      PIC 9(12)V99.
               05 WS-Sal-Pagado         PIC 9(12)V99.
               05 WS-Sal-Notas          PIC S9(12)V99.
               05 WS-Sal-Abierto        PIC S9(12)V99.
               05 WS-Cant-Pagos         PIC 9(5).
               *> Saldo a favor del libro de "Creditos" (origen menos
               *> ajustes, aplicado y devuelto).
               05 WS-Sal-Favor          PIC S9(12)V99.
               *> Castigado por incobrable (libro de "Incobrables").
               05 WS-Sal-Castigado      PIC 9(12)V99.
           *> Medidores que tuvo el cliente (el del maestro y los de
           *> sus periodos de titularidad), para mostrar quien tuvo
           *> cada uno en cada periodo.
           01 WS-Medidores-Cliente.
               05 WS-Cant-Medidores     PIC 9(2).
               05 WS-Med-Cliente        PIC X(10) OCCURS 10 TIMES.
           01 WS-Idx-Med            PIC 9(2).
           01 WS-FlagMedCliente     PIC X(1).
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Delta-Imp          PIC -9(5).
           01 WS-Monto-Imp          PIC 9(10).99.
           01 WS-Cargo-Imp          PIC 9(6).99.
           01 WS-Saldo-Imp          PIC -9(12).99.
           *> Linea unica de la ficha: se muestra por pantalla y se
           *> copia igual a Consultas.Txt.
           *> Ficha integral de un cliente para atencion telefonica:
           *> datos del indice, meses del año vigente con estimados y
           *> ajustes marcados, ultima factura abierta en componentes,
           *> pagos y saldo, las marcas de alerta y anomalia y los
           *> titulares de sus suministros; todo por pantalla y
           *> copiado a Consultas.Txt como registro de la llamada.
           Procesar.
               MOVE SPACES TO CQ-Mensaje
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               PERFORM Emitir-Consumos
               PERFORM Emitir-Ajustes
               PERFORM Emitir-Factura
               PERFORM Emitir-Notas
               PERFORM Emitir-Pagos
               PERFORM Emitir-Reversiones
               PERFORM Emitir-Saldo
               PERFORM Emitir-Alertas
               PERFORM Emitir-Anomalias
               PERFORM Emitir-Titularidad
               MOVE SPACES TO WS-LineaSal
               PERFORM Emitir-Linea
               IF WS-FlagSalida = 'Y' THEN
               MOVE 0 TO WS-Fa-Numero
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   PERFORM Posicionar-Cliente
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-ID NOT = CQ-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   IF HI-Numero >= WS-Fa-Numero THEN
                                       PERFORM Guardar-Factura-Hist
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           EXIT.

           *> Deja el historico en la primera factura del cliente
           *> (clave alternativa cliente + fecha); sin facturas, el
           *> recorrido termina antes de empezar.
           Posicionar-Cliente.
               MOVE CQ-ID TO HI-Cli-ID
               MOVE 0 TO HI-Cli-Fecha
               START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                   INVALID KEY
                       MOVE 'Y' TO WS-FlagHis
               END-START
           EXIT.

           Guardar-Factura-Hist.
               MOVE 'Y' TO WS-FlagFactura
               MOVE HI-Numero TO WS-Fa-Numero
               MOVE 0 TO WS-Sal-Facturado WS-Sal-Pagado WS-Cant-Pagos
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   PERFORM Posicionar-Cliente
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-ID NOT = CQ-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   ADD HI-Monto TO WS-Sal-Facturado
                               END-IF
                       END-READ
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               PERFORM Restar-Reversiones
               MOVE 0 TO WS-Sal-Notas
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = CQ-ID THEN
                                   PERFORM Sumar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
               PERFORM Sumar-Creditos
               PERFORM Sumar-Castigos
               COMPUTE WS-Sal-Abierto =
                   WS-Sal-Facturado + WS-Sal-Notas - WS-Sal-Pagado -
                   WS-Sal-Castigado
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
                               IF RV-ID = CQ-ID THEN
                                   SUBTRACT RV-Monto FROM WS-Sal-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           *> Saldo a favor ya consumido (aplicado a una factura o
           *> devuelto por banco): pesa en la cuenta como una ND, asi
           *> el pago en exceso que lo origino no se cuenta dos veces.
           Sumar-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = CQ-ID AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Sal-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> Lo castigado por incobrable ya no se le reclama al
           *> cliente: baja el saldo abierto como una NC y se muestra
           *> aparte en la ficha.
           Sumar-Castigos.
               MOVE 0 TO WS-Sal-Castigado
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = CQ-ID AND IN-Tipo = 'C' THEN
                                   ADD IN-Importe TO WS-Sal-Castigado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           *> La ND suma al saldo y la NC lo baja, igual que en la
           *> cartera de "Pagos".
           Sumar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM WS-Sal-Notas
               ELSE
                   ADD WS-Nota-Importe TO WS-Sal-Notas
               END-IF
           EXIT.

           *> Cada linea de la ficha sale por pantalla y, si abrio,
               END-IF
           EXIT.

           *> Notas de credito/debito del cliente, cada una con la
           *> factura que corrige.
           Emitir-Notas.
               MOVE 'N' TO WS-FlagSeccion
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = CQ-ID THEN
                                   PERFORM Emitir-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           Emitir-Nota.
               IF WS-FlagSeccion = 'N' THEN
                   MOVE "Notas de credito/debito:" TO WS-LineaSal
                   PERFORM Emitir-Linea
                   MOVE 'Y' TO WS-FlagSeccion
               END-IF
               MOVE SPACES TO WS-LineaSal
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               MOVE WS-Nota-Importe TO WS-Monto-Imp
               STRING "  " ND-Tipo " " ND-Numero "  del " ND-Fecha
                   "  sobre factura " ND-Factura
                   "  importe " WS-Monto-Imp
                   DELIMITED BY SIZE INTO WS-LineaSal
               END-STRING
               PERFORM Emitir-Linea
           EXIT.

           *> Historia de pagos del cliente, con fecha, medio e
           *> importe, y a continuacion las reversiones que los
           *> anularon (razon, cargo cobrado y nota emitida).
           Emitir-Pagos.
               MOVE 'N' TO WS-FlagSeccion
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = CQ-ID THEN
                                   PERFORM Emitir-Pago
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
           EXIT.

           Emitir-Pago.
               IF WS-FlagSeccion = 'N' THEN
                   MOVE "Historia de pagos:" TO WS-LineaSal
                   PERFORM Emitir-Linea
                   MOVE 'Y' TO WS-FlagSeccion
               END-IF
               MOVE SPACES TO WS-LineaSal
               MOVE PA-Monto TO WS-Monto-Imp
               STRING "  Pago del " PA-Fecha "  medio " PA-Medio
                   "  importe " WS-Monto-Imp
                   DELIMITED BY SIZE INTO WS-LineaSal
               END-STRING
               PERFORM Emitir-Linea
           EXIT.

           Emitir-Reversiones.
               MOVE 'N' TO WS-FlagSeccion
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = CQ-ID THEN
                                   PERFORM Emitir-Reversion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Emitir-Reversion.
               IF WS-FlagSeccion = 'N' THEN
                   MOVE "Pagos revertidos:" TO WS-LineaSal
                   PERFORM Emitir-Linea
                   MOVE 'Y' TO WS-FlagSeccion
               END-IF
               MOVE SPACES TO WS-LineaSal
               MOVE RV-Monto TO WS-Monto-Imp
               MOVE RV-Cargo TO WS-Cargo-Imp
               STRING "  El " RV-Fecha " pago del " RV-FechaPago
                   " " WS-Monto-Imp " razon " RV-Razon
                   " cargo " WS-Cargo-Imp " ND " RV-Nota
                   DELIMITED BY SIZE INTO WS-LineaSal
               END-STRING
               PERFORM Emitir-Linea
           EXIT.

           Emitir-Saldo.
               MOVE SPACES TO WS-LineaSal
               MOVE WS-Sal-Abierto TO WS-Saldo-Imp
                   DELIMITED BY SIZE INTO WS-LineaSal
               END-STRING
               PERFORM Emitir-Linea
               IF WS-Sal-Castigado > 0 THEN
                   MOVE SPACES TO WS-LineaSal
                   MOVE WS-Sal-Castigado TO WS-Saldo-Imp
                   STRING "Castigado por incobrable (derivado a la age"
                       "ncia de cobranza): " WS-Saldo-Imp
                       DELIMITED BY SIZE INTO WS-LineaSal
                   END-STRING
                   PERFORM Emitir-Linea
               END-IF
               PERFORM Sumar-Saldo-Favor
               IF WS-Sal-Favor > 0 THEN
                   MOVE SPACES TO WS-LineaSal
                   MOVE WS-Sal-Favor TO WS-Saldo-Imp
                   STRING "Saldo a favor (se aplica en la proxima "
                       "factura): " WS-Saldo-Imp
                       DELIMITED BY SIZE INTO WS-LineaSal
                   END-STRING
                   PERFORM Emitir-Linea
               END-IF
           EXIT.

           Sumar-Saldo-Favor.
               MOVE 0 TO WS-Sal-Favor
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = CQ-ID THEN
                                   IF SF-Tipo = "O" THEN
                                       ADD SF-Importe TO WS-Sal-Favor
                                   ELSE
                                       SUBTRACT SF-Importe FROM
                                           WS-Sal-Favor
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           Emitir-Alertas.
               END-STRING
               PERFORM Emitir-Linea
           EXIT.

           *> Titulares de cada suministro que tuvo el cliente, con
           *> las fechas y registros de alta y baja; una fecha de
           *> alta en cero es un titular anterior a la historia.
           Emitir-Titularidad.
               MOVE 'N' TO WS-FlagSeccion
               MOVE 0 TO WS-Cant-Medidores
               IF CI-Medidor NOT = SPACES THEN
                   MOVE 1 TO WS-Cant-Medidores
                   MOVE CI-Medidor TO WS-Med-Cliente(1)
               END-IF
               OPEN INPUT Titulares
               IF WS-File-StatusTit = '00' THEN
                   PERFORM UNTIL WS-FlagTit = 'Y'
                       READ Titulares INTO TitularR
                           AT END
                               MOVE 'Y' TO WS-FlagTit
                           NOT AT END
                               IF TT-ID = CQ-ID THEN
                                   PERFORM Agregar-Medidor-Cliente
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Titulares
                   MOVE 'N' TO WS-FlagTit
               END-IF
               OPEN INPUT Titulares
               IF WS-File-StatusTit = '00' THEN
                   PERFORM UNTIL WS-FlagTit = 'Y'
                       READ Titulares INTO TitularR
                           AT END
                               MOVE 'Y' TO WS-FlagTit
                           NOT AT END
                               PERFORM Buscar-Medidor-Cliente
                               IF WS-FlagMedCliente = 'Y' THEN
                                   PERFORM Emitir-Titular
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Titulares
                   MOVE 'N' TO WS-FlagTit
               END-IF
               IF WS-FlagSeccion = 'N' THEN
                   MOVE "Sin historial de titularidad" TO WS-LineaSal
                   PERFORM Emitir-Linea
               END-IF
           EXIT.

           Agregar-Medidor-Cliente.
               PERFORM Buscar-Medidor-Cliente
               IF WS-FlagMedCliente = 'N' AND
                  WS-Cant-Medidores < 10 THEN
                   ADD 1 TO WS-Cant-Medidores
                   MOVE TT-Medidor TO WS-Med-Cliente(WS-Cant-Medidores)
               END-IF
           EXIT.

           Buscar-Medidor-Cliente.
               MOVE 'N' TO WS-FlagMedCliente
               PERFORM VARYING WS-Idx-Med FROM 1 BY 1
                       UNTIL WS-Idx-Med > WS-Cant-Medidores
                   IF WS-Med-Cliente(WS-Idx-Med) = TT-Medidor THEN
                       MOVE 'Y' TO WS-FlagMedCliente
                   END-IF
               END-PERFORM
           EXIT.

           Emitir-Titular.
               MOVE 'Y' TO WS-FlagSeccion
               MOVE SPACES TO WS-LineaSal
               IF TT-Hasta = 0 THEN
                   STRING "TITULAR " TT-Medidor " cliente " TT-ID
                       " desde " TT-Desde " reg " TT-RegDesde
                       " vigente"
                       DELIMITED BY SIZE INTO WS-LineaSal
                   END-STRING
               ELSE
                   STRING "TITULAR " TT-Medidor " cliente " TT-ID
                       " desde " TT-Desde " reg " TT-RegDesde
                       " hasta " TT-Hasta " reg " TT-RegHasta
                       " fact " TT-Factura " destino " TT-Destino
                       DELIMITED BY SIZE INTO WS-LineaSal
                   END-STRING
               END-IF
               PERFORM Emitir-Linea
           EXIT.
