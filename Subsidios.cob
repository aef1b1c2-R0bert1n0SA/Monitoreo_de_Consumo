       FILE-CONTROL.
           *> Historico acumulado de facturas; el reclamo mensual toma
           *> las emitidas en el periodo pedido con subsidio aplicado.
           *> Se lee indexado, en orden de numero de factura.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Extracto de posiciones fijas para reclamar al gobierno
           05 FILLER                PIC X(13).
           05 HI-Subsidio           PIC 9(9)V99.
           05 FILLER                PIC X(1).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Reclamo.
       01 Reclamo-R                 PIC X(80).
                   MOVE SB-Periodo TO WS-Periodo-X
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasIDX.DAT"
                           TO SB-Mensaje
                   ELSE
                       OPEN OUTPUT Reclamo
                       PERFORM Armar-Header
                       *> En orden de numero las fechas no bajan:
                       *> pasado el periodo ya no hay mas que tomar.
                       PERFORM UNTIL WS-FlagHis = 'Y'
                           READ Historico NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-FlagHis
                               NOT AT END
                                   IF HI-Fecha(1:6) > WS-Periodo-X THEN
                                       MOVE 'Y' TO WS-FlagHis
                                   ELSE
                                       PERFORM Evaluar-Factura
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE Historico
