
           *> Historico de facturas y pagos, para decidir si un pago
           *> dejo la deuda en cero antes de generar la reconexion.
           *> Indexado por numero de factura y por cliente + fecha:
           *> se leen directo las facturas del cliente.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           *> Notas de credito/debito de "Refacturacion": una NC que
           *> cubre la deuda tambien habilita la reconexion.
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

           *> Lista de trabajo para las cuadrillas: una linea por
           *> orden pendiente con cliente, domicilio y medidor.
           SELECT Campo ASSIGN TO 'OrdenesCampo.Txt'
       01 OrdenR.
           05 OS-Numero             PIC 9(6).
           05 OS-ID                 PIC 9(5).
           *> 'C' corte, 'R' reconexion, 'L' relectura e 'S'
           *> inspeccion (las dos ultimas las pide "Reclamos").
           05 OS-Tipo               PIC X(1).
           05 OS-FechaGen           PIC 9(8).
           *> 'P' pendiente, 'C' cumplida, 'N' no realizada,
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
       FD Campo.
       01 Campo-R                   PIC X(132).

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

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusOrd     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusCam     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
           01 WS-Flags.
               05 WS-FlagOrd            PIC X(1) VALUE 'N'.
               05 WS-FlagCan            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente ya tiene una orden pendiente del
               *> mismo tipo (no se duplica).
               05 WS-FlagPendiente      PIC X(1).
           01 WS-Saldo.
               05 WS-Sal-Facturado      PIC 9(12)V99.
               05 WS-Sal-Pagado         PIC 9(12)V99.
               05 WS-Sal-Notas          PIC S9(12)V99.
               05 WS-Sal-Abierto        PIC S9(12)V99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           *> Datos de la orden cerrada, para actualizar el maestro.
           01 WS-Cierre-ID          PIC 9(5).
           01 WS-Cierre-Tipo        PIC X(1).
               *> "L" imprime la lista de campo de las pendientes,
               *> "C" cierra una orden (numero, resultado, cuadrilla),
               *> "X" evalua la reconexion de un cliente (la llaman
               *> "Pagos" y "Rendicion" al registrar un pago), "E"
               *> emite una orden suelta de tipo OS-Tipo-Ent (L
               *> relectura, S inspeccion) para OS-ID-Ent y devuelve
               *> su numero en OS-Numero-Ent.
               05 OS-Accion         PIC X(1).
               05 OS-Numero-Ent     PIC 9(6).
               05 OS-ID-Ent         PIC 9(5).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
                       PERFORM Cerrar-Orden
                   WHEN "X"
                       PERFORM Evaluar-Reconexion
                   WHEN "E"
                       PERFORM Emitir-Orden
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO OS-Mensaje
               END-EVALUATE
               END-IF
           EXIT.

           *> Orden de relectura o inspeccion pedida desde un
           *> reclamo; no se duplica si el cliente ya tiene una
           *> pendiente del mismo tipo.
           Emitir-Orden.
               MOVE OS-ID-Ent TO WS-Cierre-ID
               MOVE OS-Tipo-Ent TO WS-Cierre-Tipo
               IF OS-Tipo-Ent NOT = 'L' AND OS-Tipo-Ent NOT = 'S' THEN
                   MOVE "ERROR Tipo de orden no valido (L/S)" TO
                       OS-Mensaje
               ELSE
                   PERFORM Buscar-Pendiente
                   IF WS-FlagPendiente = 'Y' THEN
                       MOVE "ERROR El cliente ya tiene una orden pendien
      -                    "te de ese tipo" TO OS-Mensaje
                   ELSE
                       PERFORM Grabar-Orden
                       MOVE WS-Secuencia TO OS-Numero-Ent
                       MOVE 1 TO OS-Cantidad
                       STRING "Orden " WS-Secuencia " generada para el"
                           " cliente " OS-ID-Ent
                           DELIMITED BY SIZE INTO OS-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           Grabar-Orden.
               PERFORM Avanzar-Secuencia
               OPEN EXTEND Ordenes
           *> Un corte cumplido desactiva el suministro y una
           *> reconexion cumplida lo reactiva, en Clientes.DAT y
           *> ClientesIDX.DAT, por el unico camino sancionado: el
           *> modulo "Clientes". Relecturas e inspecciones no tocan
           *> el estado del cliente.
           Actualizar-Cliente.
               MOVE WS-Cierre-ID TO CL-ID-Ent
               MOVE SPACES TO CL-Nombre-Ent CL-Medidor-Ent
                   CL-Direccion-Ent CL-Tarifa-Ent
               EVALUATE WS-Cierre-Tipo
                   WHEN 'C'
                       MOVE 'D' TO CL-Accion
                       CALL "Clientes" USING WS-Clientes-Parametros
                   WHEN 'R'
                       MOVE 'C' TO CL-Accion
                       CALL "Clientes" USING WS-Clientes-Parametros
               END-EVALUATE
           EXIT.

           *> Evaluacion de reconexion tras un pago: si el cliente
               MOVE 0 TO WS-Sal-Facturado WS-Sal-Pagado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE WS-Cierre-ID TO HI-Cli-ID
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
                               IF HI-ID NOT = WS-Cierre-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   ADD HI-Monto TO WS-Sal-Facturado
                               END-IF
                       END-READ
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               PERFORM Restar-Reversiones
               PERFORM Sumar-Notas
               PERFORM Sumar-Creditos
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
                               IF RV-ID = WS-Cierre-ID THEN
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
                               IF SF-ID = WS-Cierre-ID AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Sal-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> Neto de las notas del cliente: ND suma, NC resta.
           Sumar-Notas.
               MOVE 0 TO WS-Sal-Notas
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = WS-Cierre-ID THEN
                                   COMPUTE WS-Nota-Importe =
                                       ND-Importe-Ent +
                                       (ND-Importe-Dec / 100)
                                   IF ND-Tipo = "NC" THEN
                                       SUBTRACT WS-Nota-Importe FROM
                                           WS-Sal-Notas
                                   ELSE
                                       ADD WS-Nota-Importe TO
                                           WS-Sal-Notas
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.
