           *> re-precia con la version tarifaria hoy vigente para su
           *> fecha de emision, sin reescribir nada: la diferencia
           *> sale como nota de credito o debito.
           *> Se lee indexado, en orden de numero de factura.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Catalogo de versiones tarifarias (AAAAMMDD=archivo),
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Movimientos de los planes de cuota fija ("Presupuesto"):
           *> una factura de cliente adherido cobro la cuota, y lo que
           *> se re-precia es el cargo real que quedo registrado ahi.
           SELECT MovPresupuesto ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPmv.

       DATA DIVISION.
       FILE SECTION.
       FD Historico.
           05 HI-FILLER13           PIC X .
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER14           PIC X .
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Versiones.
       01 Version-R                 PIC X(80).
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(8).

       FD MovPresupuesto.
       01 MovPresupuestoR.
           05 MV-ID                 PIC 9(5).
           05 MV-Ciclo              PIC 9(3).
           05 MV-Tipo               PIC X(1).
           05 MV-Documento          PIC 9(8).
           05 MV-Fecha              PIC 9(8).
           05 MV-Periodo            PIC X(15).
           05 MV-Consumo            PIC 9(5).
           05 MV-Real               PIC 9(10)V99.
           05 MV-Facturado          PIC 9(10)V99.
           05 FILLER                PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusPmv     PIC XX.
           01 WS-Flags.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagPmv            PIC X(1) VALUE 'N'.
               *> 'Y' cuando la version elegida se pudo cargar.
               05 WS-FlagTarifario      PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
               ELSE
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasIDX.DAT"
                           TO RF-Mensaje
                   ELSE
                       PERFORM Cargar-Numero-Nota
                       PERFORM Abrir-Notas
                       *> La numeracion legal sigue a la fecha de
                       *> emision: pasada la fecha hasta ya no quedan
                       *> facturas del rango.
                       PERFORM UNTIL WS-FlagHis = 'Y'
                           READ Historico NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-FlagHis
                               NOT AT END
                                   IF HI-Fecha > RF-Hasta THEN
                                       MOVE 'Y' TO WS-FlagHis
                                   END-IF
                                   IF HI-Fecha >= RF-Desde AND
                                      HI-Fecha <= RF-Hasta THEN
                                       PERFORM Repreciar-Factura
                   *> re-precian.
                   COMPUTE WS-Monto-Emitido =
                       HI-Monto - HI-Interes + HI-Subsidio
                   PERFORM Buscar-Real-Presupuesto
                   COMPUTE WS-Diferencia =
                       WS-Rec-Monto - WS-Monto-Emitido
                   IF WS-Diferencia NOT = 0 THEN
               END-IF
           EXIT.

           *> Factura de un plan de cuota fija: lo emitido es el
           *> cargo real registrado contra la factura (neto de
           *> subsidio), no la cuota cobrada.
           Buscar-Real-Presupuesto.
               OPEN INPUT MovPresupuesto
               IF WS-File-StatusPmv = '00' THEN
                   PERFORM UNTIL WS-FlagPmv = 'Y'
                       READ MovPresupuesto INTO MovPresupuestoR
                           AT END
                               MOVE 'Y' TO WS-FlagPmv
                           NOT AT END
                               IF MV-Tipo = "F" AND
                                  MV-Documento = HI-Numero THEN
                                   COMPUTE WS-Monto-Emitido =
                                       MV-Real + HI-Subsidio
                                   MOVE 'Y' TO WS-FlagPmv
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovPresupuesto
                   MOVE 'N' TO WS-FlagPmv
               END-IF
           EXIT.

           *> Version vigente para HI-Fecha; si es la misma que ya
           *> esta en memoria no se recarga.
           Cargar-Version-Para-Fecha.
