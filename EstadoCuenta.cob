               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusFac.

           *> Notas de credito/debito de "Refacturacion"; van en el
           *> estado con la factura que corrige cada una, para que el
           *> cliente vea la refacturacion que lo alcanzo.
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Plan de cuota fija del cliente ("Presupuesto") y sus
           *> movimientos, para mostrar lo real contra lo facturado
           *> en el ciclo en curso.
           SELECT Planes ASSIGN TO 'PlanPresupuesto.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPla.

           SELECT MovPresupuesto ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPmv.

           *> Documento final, una pagina por cliente, en el espiritu
           *> de ReporteImpreso.Txt: encabezado, datos del cliente,
           *> tabla de meses, ajustes, interanual y facturado.
           05 FAC-Subsidio          PIC 9(9)V99.
           05 FAC-FILLER14          PIC X .

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

       FD Planes.
       01 PlanR.
           05 PL-ID                 PIC 9(5).
           05 PL-Estado             PIC X(1).
           05 PL-Alta               PIC 9(8).
           05 PL-Aniversario        PIC 9(8).
           05 PL-Ciclo              PIC 9(3).
           05 PL-Cuota              PIC 9(8)V99.
           05 PL-Kwh                PIC 9(5).
           05 PL-Origen             PIC X(1).
           05 PL-Revision           PIC 9(8).
           05 PL-FechaEstado        PIC 9(8).
           05 FILLER                PIC X(3).

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

       FD Estado.
       01 Estado-R                  PIC X(100).

               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusFac     PIC XX.
               05 WS-File-StatusEst     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusPla     PIC XX.
               05 WS-File-StatusPmv     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagDet            PIC X(1) VALUE 'N'.
               05 WS-FlagAju            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagFac            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagPla            PIC X(1) VALUE 'N'.
               05 WS-FlagPmv            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente en curso tiene plan de cuota fija.
               05 WS-FlagPlan           PIC X(1).
               *> 'Y' si ya salio el titulo de la seccion de notas.
               05 WS-FlagSeccion        PIC X(1).
               *> 'Y' si hay Ajustes/Comparativo/Facturas abiertos.
               05 WS-FlagHayAju         PIC X(1) VALUE 'N'.
               05 WS-FlagHayCmp         PIC X(1) VALUE 'N'.
           01 WS-Cant-Estados       PIC 9(5) VALUE 0.
           01 WS-Delta-Imp          PIC -9(5).
           01 WS-Monto-Imp          PIC 9(10).99.
           *> Neto de las notas del cliente (ND suma, NC resta).
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Notas-Neto         PIC S9(12)V99.
           01 WS-Neto-Imp           PIC -9(12).99.
           *> Real contra facturado del ciclo en curso del plan.
           01 WS-Plan-Ciclo         PIC 9(3).
           01 WS-Plan-Desde         PIC 9(8).
           01 WS-Plan-Cuota         PIC 9(8)V99.
           01 WS-Plan-Meses         PIC 9(3).
           01 WS-Plan-Real          PIC 9(12)V99.
           01 WS-Plan-Facturado     PIC 9(12)V99.
           01 WS-Plan-Diferencia    PIC S9(12)V99.

       LINKAGE SECTION.
           01 LK-Parametros.
               PERFORM Escribir-Ajustes
               PERFORM Escribir-Interanual
               PERFORM Escribir-Facturado
               PERFORM Escribir-Notas
               PERFORM Escribir-Presupuesto
               MOVE SPACES TO Estado-R
               WRITE Estado-R
           EXIT.
                   END-IF
               END-IF
           EXIT.

           *> Notas de credito/debito del cliente con la factura que
           *> corrigen y el neto de todas ellas.
           Escribir-Notas.
               MOVE 'N' TO WS-FlagSeccion
               MOVE 0 TO WS-Notas-Neto
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = WS-Cli-ID THEN
                                   PERFORM Escribir-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
               IF WS-FlagSeccion = 'Y' THEN
                   MOVE SPACES TO Estado-R
                   MOVE WS-Notas-Neto TO WS-Neto-Imp
                   STRING "  Neto de notas: " WS-Neto-Imp
                       DELIMITED BY SIZE INTO Estado-R
                   END-STRING
                   WRITE Estado-R
               END-IF
           EXIT.

           Escribir-Nota.
               IF WS-FlagSeccion = 'N' THEN
                   MOVE "Notas de credito/debito:" TO Estado-R
                   WRITE Estado-R
                   MOVE 'Y' TO WS-FlagSeccion
               END-IF
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM WS-Notas-Neto
               ELSE
                   ADD WS-Nota-Importe TO WS-Notas-Neto
               END-IF
               MOVE SPACES TO Estado-R
               MOVE WS-Nota-Importe TO WS-Monto-Imp
               STRING "  " ND-Tipo " " ND-Numero "  del " ND-Fecha
                   "  sobre factura " ND-Factura
                   "  importe " WS-Monto-Imp
                   DELIMITED BY SIZE INTO Estado-R
               END-STRING
               WRITE Estado-R
           EXIT.

           *> Cliente con plan de cuota fija activo: la cuota, y del
           *> ciclo en curso lo real, lo facturado y la diferencia
           *> acumulada que se liquida en el aniversario.
           Escribir-Presupuesto.
               MOVE 'N' TO WS-FlagPlan
               OPEN INPUT Planes
               IF WS-File-StatusPla = '00' THEN
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               IF PL-ID = WS-Cli-ID AND
                                  PL-Estado = 'A' THEN
                                   MOVE 'Y' TO WS-FlagPlan
                                   MOVE PL-Ciclo TO WS-Plan-Ciclo
                                   MOVE PL-Aniversario TO WS-Plan-Desde
                                   MOVE PL-Cuota TO WS-Plan-Cuota
                                   MOVE 'Y' TO WS-FlagPla
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   MOVE 'N' TO WS-FlagPla
               END-IF
               IF WS-FlagPlan = 'Y' THEN
                   MOVE 0 TO WS-Plan-Meses WS-Plan-Real
                       WS-Plan-Facturado
                   OPEN INPUT MovPresupuesto
                   IF WS-File-StatusPmv = '00' THEN
                       PERFORM UNTIL WS-FlagPmv = 'Y'
                           READ MovPresupuesto INTO MovPresupuestoR
                               AT END
                                   MOVE 'Y' TO WS-FlagPmv
                               NOT AT END
                                   IF MV-ID = WS-Cli-ID AND
                                      MV-Ciclo = WS-Plan-Ciclo THEN
                                       PERFORM Sumar-Presupuesto
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE MovPresupuesto
                       MOVE 'N' TO WS-FlagPmv
                   END-IF
                   COMPUTE WS-Plan-Diferencia =
                       WS-Plan-Real - WS-Plan-Facturado
                   MOVE SPACES TO Estado-R
                   MOVE WS-Plan-Cuota TO WS-Monto-Imp
                   STRING "Plan de cuota fija: cuota " WS-Monto-Imp
                       "  ciclo " WS-Plan-Ciclo " desde " WS-Plan-Desde
                       DELIMITED BY SIZE INTO Estado-R
                   END-STRING
                   WRITE Estado-R
                   MOVE SPACES TO Estado-R
                   MOVE WS-Plan-Real TO WS-Monto-Imp
                   STRING "  Cargo real del ciclo: " WS-Monto-Imp
                       "  (" WS-Plan-Meses " facturas)"
                       DELIMITED BY SIZE INTO Estado-R
                   END-STRING
                   WRITE Estado-R
                   MOVE SPACES TO Estado-R
                   MOVE WS-Plan-Facturado TO WS-Monto-Imp
                   STRING "  Facturado en cuotas: " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Estado-R
                   END-STRING
                   WRITE Estado-R
                   MOVE SPACES TO Estado-R
                   MOVE WS-Plan-Diferencia TO WS-Neto-Imp
                   STRING "  Diferencia real - facturado: " WS-Neto-Imp
                       DELIMITED BY SIZE INTO Estado-R
                   END-STRING
                   WRITE Estado-R
               END-IF
           EXIT.

           Sumar-Presupuesto.
               ADD MV-Real TO WS-Plan-Real
               ADD MV-Facturado TO WS-Plan-Facturado
               IF MV-Tipo = "F" THEN
                   ADD 1 TO WS-Plan-Meses
               END-IF
           EXIT.
