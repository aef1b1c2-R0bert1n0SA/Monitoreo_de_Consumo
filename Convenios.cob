
           *> Historico de facturas y pagos, para calcular el saldo
           *> abierto que se refinancia en el alta.
           *> Indexado por numero de factura y por cliente + fecha:
           *> se leen directo las facturas del cliente.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> El pago de una cuota entra a Pagos.DAT como cualquier
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           *> Notas de credito/debito de "Refacturacion": corrigen el
           *> saldo abierto que se refinancia.
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

           *> Listado de convenios para cobranzas.
           SELECT Listado ASSIGN TO 'Convenios.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
           05 HI-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 HI-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HI-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Pagos.
       01 PagoR.
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

       FD Listado.
       01 Listado-R                 PIC X(132).

               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusLis     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusInc     PIC XX.
           01 WS-Flags.
               05 WS-FlagCon            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente ya tiene un convenio vigente.
               05 WS-FlagVigente        PIC X(1).
               *> 'Y' si el convenio buscado se encontro.
           01 WS-Saldo.
               05 WS-Sal-Facturado      PIC 9(12)V99.
               05 WS-Sal-Pagado         PIC 9(12)V99.
               05 WS-Sal-Notas          PIC S9(12)V99.
               05 WS-Sal-Abierto        PIC S9(12)V99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           *> Vencimiento de la proxima cuota del convenio en curso:
           *> el mes del primer vencimiento mas las cuotas ya pagadas.
           01 WS-Venc-Proximo       PIC 9(8).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).
           *> Parametros del modulo "Caja": la cuota cobrada en
           *> mostrador se asienta en la sesion de caja abierta.
           01 WS-Caja-Parametros.
               *> vencimiento), "P" paga la cuota del convenio
               *> CN-Numero, "E" listado, "V" marca rotos los
               *> convenios con cuota vencida (lo corre "Pagos" antes
               *> del envejecimiento), "D" devuelve a impaga la ultima
               *> cuota cobrada del cliente CN-ID cuando "Pagos"
               *> revierte ese pago (deja el numero en CN-Numero),
               *> "X" da por roto el convenio vigente del cliente CN-ID
               *> cuando se muda ("Mudanzas"): el saldo que quede
               *> vuelve a la cartera con su edad real y a cobranzas.
               05 CN-Accion         PIC X(1).
               05 CN-ID             PIC 9(5).
               05 CN-Cuotas         PIC 9(2).
                       PERFORM Listar-Convenios
                   WHEN "V"
                       PERFORM Marcar-Vencidos
                   WHEN "D"
                       PERFORM Desimputar-Cuota
                   WHEN "X"
                       PERFORM Cerrar-Por-Baja
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO CN-Mensaje
               END-EVALUATE
               MOVE 0 TO WS-Sal-Facturado WS-Sal-Pagado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE CN-ID TO HI-Cli-ID
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
                               IF HI-ID NOT = CN-ID THEN
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
                               IF ND-ID = CN-ID THEN
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
                   WS-Sal-Facturado + WS-Sal-Notas - WS-Sal-Pagado
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
                               IF RV-ID = CN-ID THEN
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
                               IF SF-ID = CN-ID AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Sal-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> Lo castigado por incobrable ya no es deuda del cliente
           *> (la gestiona la agencia): no entra en un convenio.
           Sumar-Castigos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = CN-ID AND IN-Tipo = 'C' THEN
                                   SUBTRACT IN-Importe FROM WS-Sal-Notas
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
                   SUBTRACT WS-Nota-Importe FROM WS-Sal-Notas
               ELSE
                   ADD WS-Nota-Importe TO WS-Sal-Notas
               END-IF
           EXIT.

           Grabar-Convenio.
               DELETE FILE ConTrabajo
           EXIT.

           *> Pago de cuota revertido (cheque rechazado, contracargo):
           *> el convenio mas reciente del cliente con cuotas pagadas
           *> pierde una; si habia quedado cumplido vuelve a vigente.
           *> Un convenio roto sigue roto, con una cuota menos.
           Desimputar-Cuota.
               MOVE 0 TO CN-Numero
               OPEN INPUT Convenios
               IF WS-File-StatusCon = '00' THEN
                   PERFORM UNTIL WS-FlagCon = 'Y'
                       READ Convenios INTO ConvenioR
                           AT END
                               MOVE 'Y' TO WS-FlagCon
                           NOT AT END
                               IF CO-ID = CN-ID AND CO-Pagadas > 0 AND
                                  CO-Numero > CN-Numero THEN
                                   MOVE CO-Numero TO CN-Numero
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Convenios
                   MOVE 'N' TO WS-FlagCon
               END-IF
               IF CN-Numero = 0 THEN
                   MOVE "ERROR El cliente no tiene cuotas de convenio pa
      -                "gadas" TO CN-Mensaje
               ELSE
                   OPEN INPUT Convenios
                   OPEN OUTPUT ConTrabajo
                   PERFORM UNTIL WS-FlagCon = 'Y'
                       READ Convenios INTO ConvenioR
                           AT END
                               MOVE 'Y' TO WS-FlagCon
                           NOT AT END
                               PERFORM Devolver-Cuota
                       END-READ
                   END-PERFORM
                   CLOSE Convenios
                   CLOSE ConTrabajo
                   MOVE 'N' TO WS-FlagCon
                   PERFORM Volcar-Trabajo
               END-IF
           EXIT.

           Devolver-Cuota.
               IF CO-Numero = CN-Numero THEN
                   SUBTRACT 1 FROM CO-Pagadas
                   IF CO-Estado = 'C' THEN
                       MOVE 'V' TO CO-Estado
                   END-IF
                   STRING "Cuota devuelta a impaga, convenio "
                       CN-Numero " pagadas " CO-Pagadas
                       DELIMITED BY SIZE INTO CN-Mensaje
                   END-STRING
               END-IF
               MOVE ConvenioR TO ConTrabajoR
               WRITE ConTrabajoR
           EXIT.

           *> Vencimiento de la proxima cuota pendiente: el mes del
           *> primer vencimiento corrido tantos meses como cuotas ya
           *> pagadas, con arrastre de año.
               WRITE ConTrabajoR
           EXIT.

           *> Baja del titular con convenio vigente: el convenio se
           *> marca roto, igual que con una cuota vencida, para que el
           *> saldo final del cliente que se va no quede tapado como
           *> corriente en la cartera ni fuera de las intimaciones.
           Cerrar-Por-Baja.
               MOVE 0 TO CN-Numero
               PERFORM Buscar-Vigente
               IF WS-FlagVigente = 'N' THEN
                   MOVE "El cliente no tiene convenio vigente" TO
                       CN-Mensaje
               ELSE
                   OPEN INPUT Convenios
                   OPEN OUTPUT ConTrabajo
                   PERFORM UNTIL WS-FlagCon = 'Y'
                       READ Convenios INTO ConvenioR
                           AT END
                               MOVE 'Y' TO WS-FlagCon
                           NOT AT END
                               PERFORM Romper-Si-Vigente
                       END-READ
                   END-PERFORM
                   CLOSE Convenios
                   CLOSE ConTrabajo
                   MOVE 'N' TO WS-FlagCon
                   PERFORM Volcar-Trabajo
                   STRING "Convenio " CN-Numero " cerrado por baja del "
                       "cliente " CN-ID
                       DELIMITED BY SIZE INTO CN-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Romper-Si-Vigente.
               IF CO-ID = CN-ID AND CO-Estado = 'V' THEN
                   MOVE 'R' TO CO-Estado
                   MOVE CO-Numero TO CN-Numero
               END-IF
               MOVE ConvenioR TO ConTrabajoR
               WRITE ConTrabajoR
           EXIT.

           Listar-Convenios.
               MOVE 0 TO WS-Cant-Listados
               OPEN INPUT Convenios
