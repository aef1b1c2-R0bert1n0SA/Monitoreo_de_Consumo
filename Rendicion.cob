           *> Historico acumulado de facturas emitidas; si existe, la
           *> cobranza se valida contra el (el cliente pudo haber sido
           *> facturado en un ciclo anterior al vigente).
           *> Indexado: por la clave cliente + fecha alcanza con una
           *> lectura para saber si el cliente tiene facturas.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Registro de pagos recibidos, el mismo que extiende
       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 FILLER                PIC X(159).
           05 HI-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Pagos.
       01 PagoR.
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).
           *> Parametros del modulo "Caja": las cobranzas del banco
           *> se asientan en su propia sesion SISTEMA (canal B), asi
           *> la posicion diaria cubre mostrador y banco.
               MOVE 'N' TO WS-FlagFacturado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE WS-Det-ID TO HI-Cli-ID
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
                               IF HI-ID = WS-Det-ID THEN
                                   MOVE 'Y' TO WS-FlagFacturado
                               END-IF
                       END-READ
                   END-IF
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               ELSE
