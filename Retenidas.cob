       IDENTIFICATION DIVISION.
       PROGRAM-ID. Retenidas AS "Retenidas".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Facturas que "Facturacion" retuvo en la revision previa
           *> a la salida (total en cero, fuera del promedio, lecturas
           *> estimadas seguidas, clase tarifaria fuera de la tarifa).
           *> Estado R retenida, L liberada, A anulada y refacturada.
           *> La liberada y la refacturada quedan pendientes (N) de
           *> salir al banco y a la impresion; "Interfaz" e
           *> "ImpresionFacturas" las marcan (Y) cuando salen.
           *> Se regraba entero en cada cambio, a traves de su propio
           *> archivo de trabajo FacturasRetenidasTrab.DAT.
           SELECT Retenidas ASSIGN TO 'FacturasRetenidas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRet.

           SELECT RetTrabajo ASSIGN TO 'FacturasRetenidasTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRtr.

           *> Historico indexado de facturas: nombre, total e interes
           *> de la factura que se anula.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Saldo a favor y compensacion que la factura anulada ya
           *> consumio: la nota de credito los devuelve.
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> El cargo de conexion que llevaba la factura anulada se
           *> repone (R) para que lo cobre la refacturada; si la
           *> refacturacion no sale, la reposicion se retira.
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCgc.

           SELECT CgcTrabajo ASSIGN TO 'CargosConexionTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCtr.

           *> La anulacion sale como nota de credito, con la misma
           *> numeracion que "Refacturacion" y "Presupuesto".
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT SecNotas ASSIGN TO 'NotasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSnt.

           *> Movimientos del plan de cuota fija: la factura anulada
           *> deja de contar en el ciclo y la refacturada entra con
           *> su propio movimiento.
           SELECT Movimientos ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMov.

           SELECT MovTrabajo ASSIGN TO 'PresupuestoMovTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMtr.

           *> Consumo a refacturar, con el formato del Reporte que lee
           *> "Facturacion" mas el medidor de la factura anulada.
           SELECT Reemision ASSIGN TO 'Reemision.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRem.

           *> Ultimo numero legal, para saber cual reemplazo a la
           *> anulada.
           SELECT Numeracion ASSIGN TO 'FacturasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNum.

           SELECT Listado ASSIGN TO 'FacturasRetenidas.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Retenidas.
       01 RetenidaR.
           05 RE-Numero             PIC 9(8).
           05 RE-ID                 PIC 9(5).
           05 RE-Medidor            PIC X(10).
           05 RE-Fecha              PIC 9(8).
           05 RE-Periodo            PIC X(15).
           05 RE-Consumo            PIC 9(5).
           05 RE-Monto              PIC 9(10)V99.
           05 RE-Prom-Consumo       PIC 9(5).
           05 RE-Prom-Monto         PIC 9(10)V99.
           *> Una posicion por regla: C monto en cero, P fuera del
           *> promedio, E estimadas consecutivas, T clase tarifaria
           *> fuera de la tarifa.
           05 RE-Motivos            PIC X(4).
           05 RE-Estado             PIC X(1).
           05 RE-Operador           PIC X(10).
           05 RE-FechaEstado        PIC 9(8).
           05 RE-Reemplazo          PIC 9(8).
           *> Salida de la liberada (o de la refacturada): N
           *> pendiente, Y ya salio; en blanco las resueltas antes de
           *> llevar la marca.
           05 RE-Banco              PIC X(1).
           05 RE-Impresa            PIC X(1).
           05 FILLER                PIC X(7).

       FD RetTrabajo.
       01 RetTrabajoR               PIC X(120).

       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 HI-FILLER1            PIC X .
           05 HI-NombreUsuario      PIC X(40).
           05 HI-FILLER2            PIC X .
           05 HI-Consumo            PIC 9(5).
           05 FILLER                PIC X(35).
           05 HI-Monto              PIC 9(10)V99.
           05 HI-FILLER7            PIC X .
           05 HI-Fecha              PIC 9(8).
           05 FILLER                PIC X(56).
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X .
           05 HI-Interes            PIC 9(9)V99.
           05 HI-FILLER13           PIC X .
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER14           PIC X .
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Creditos.
       01 CreditoR.
           05 SF-ID                 PIC 9(5).
           05 SF-Fecha              PIC 9(8).
           05 SF-Tipo               PIC X(1).
           05 SF-Origen             PIC X(2).
           05 SF-Importe            PIC 9(8)V99.
           05 SF-Factura            PIC 9(8).
           05 SF-Devolucion         PIC 9(6).

       FD Compensaciones.
       01 CompensacionR.
           05 CP-Tipo               PIC X(1).
           05 CP-ID                 PIC 9(5).
           05 CP-Medidor            PIC X(10).
           05 CP-Periodo            PIC 9(6).
           05 CP-Importe            PIC 9(8)V99.
           05 CP-Factura            PIC 9(8).
           05 CP-Fecha              PIC 9(8).

       FD Cargos.
       01 CargoR.
           05 CG-Tipo               PIC X(1).
           05 CG-ID                 PIC 9(5).
           05 CG-Medidor            PIC X(10).
           05 CG-Solicitud          PIC 9(6).
           05 CG-Importe            PIC 9(8)V99.
           05 CG-Factura            PIC 9(8).
           05 CG-Fecha              PIC 9(8).

       FD CgcTrabajo.
       01 CgcTrabajoR               PIC X(48).

       FD Notas.
       01 Nota-R                    PIC X(132).

       FD SecNotas.
       01 SecNotasR.
           05 SN-Numero             PIC 9(8).

       FD Movimientos.
       01 MovimientoR.
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

       FD MovTrabajo.
       01 MovTrabajoR               PIC X(70).

       FD Reemision.
       01 Reemision-R.
           05 RM-ID                 PIC 9(5).
           05 RM-FILLER1            PIC X .
           05 RM-NombreUsuario      PIC X(40).
           05 RM-FILLER2            PIC X .
           05 RM-Consumo            PIC 9(5).
           05 RM-FILLER3            PIC X .
           05 RM-Medidor            PIC X(10).
           05 RM-FILLER4            PIC X .

       FD Numeracion.
       01 NumeracionR.
           05 NUM-Ultimo            PIC 9(8).

       FD Listado.
       01 Listado-R                 PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusRet     PIC XX.
               05 WS-File-StatusRtr     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusCgc     PIC XX.
               05 WS-File-StatusCtr     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusSnt     PIC XX.
               05 WS-File-StatusMov     PIC XX.
               05 WS-File-StatusMtr     PIC XX.
               05 WS-File-StatusRem     PIC XX.
               05 WS-File-StatusNum     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagRet            PIC X(1) VALUE 'N'.
               05 WS-FlagRtr            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagCgc            PIC X(1) VALUE 'N'.
               05 WS-FlagCtr            PIC X(1) VALUE 'N'.
               05 WS-FlagMov            PIC X(1) VALUE 'N'.
               05 WS-FlagMtr            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura pedida figura en
               *> FacturasRetenidas.DAT.
               05 WS-FlagHallada        PIC X(1).
               *> 'Y' si la factura se encontro en el historico.
               05 WS-FlagFactura        PIC X(1).
               *> 'Y' si se saco algun movimiento del plan.
               05 WS-FlagQuitado        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           *> Factura retenida en curso, armada antes de regrabar.
           01 WS-Retenida.
               05 WS-Ret-Numero         PIC 9(8).
               05 WS-Ret-ID             PIC 9(5).
               05 WS-Ret-Medidor        PIC X(10).
               05 WS-Ret-Fecha          PIC 9(8).
               05 WS-Ret-Periodo        PIC X(15).
               05 WS-Ret-Consumo        PIC 9(5).
               05 WS-Ret-Monto          PIC 9(10)V99.
               05 WS-Ret-Prom-Consumo   PIC 9(5).
               05 WS-Ret-Prom-Monto     PIC 9(10)V99.
               05 WS-Ret-Motivos        PIC X(4).
               05 WS-Ret-Estado         PIC X(1).
               05 WS-Ret-Operador       PIC X(10).
               05 WS-Ret-FechaEstado    PIC 9(8).
               05 WS-Ret-Reemplazo      PIC 9(8).
               05 WS-Ret-Banco          PIC X(1).
               05 WS-Ret-Impresa        PIC X(1).
               05 FILLER                PIC X(7).
           *> Lo que la factura anulada cobro de cargo: su total sin
           *> el interes por mora (que sigue abierto en ella) mas lo
           *> que ya se habia descontado de saldo a favor y de
           *> compensacion.
           01 WS-Anulacion.
               05 WS-Anu-Credito        PIC 9(10)V99.
               05 WS-Anu-Compensacion   PIC 9(10)V99.
               05 WS-Anu-Cargo          PIC S9(12)V99.
           *> Cargo de conexion que habia cobrado la factura anulada.
           01 WS-Reposicion.
               05 WS-Cgc-Importe        PIC 9(10)V99.
               05 WS-Cgc-Solicitud      PIC 9(6).
               05 WS-Cgc-Medidor        PIC X(10).
           01 WS-Numero-Nota        PIC 9(8).
           01 WS-Nota-Imp           PIC 9(10).99.
           01 WS-Monto-Imp          PIC Z(9)9.99.
           01 WS-Cant-Listadas      PIC 9(5) VALUE 0.
           01 WS-Listado-Titulo.
               05 FILLER            PIC X(10) VALUE "FACTURA".
               05 FILLER            PIC X(7) VALUE "ID".
               05 FILLER            PIC X(12) VALUE "MEDIDOR".
               05 FILLER            PIC X(12) VALUE "PERIODO".
               05 FILLER            PIC X(7) VALUE "KWH".
               05 FILLER            PIC X(7) VALUE "PROM".
               05 FILLER            PIC X(15) VALUE "TOTAL".
               05 FILLER            PIC X(15) VALUE "PROMEDIO".
               05 FILLER            PIC X(9) VALUE "MOTIVOS".
               05 FILLER            PIC X(8) VALUE "EMISION".
           01 WS-Listado-Linea.
               05 WS-Lis-Numero     PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-ID         PIC 9(5).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Medidor    PIC X(10).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Periodo    PIC X(10).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Consumo    PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Prom-Kwh   PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Monto      PIC Z(9)9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Prom-Monto PIC Z(9)9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Motivos    PIC X(4).
               05 FILLER            PIC X(5) VALUE SPACES.
               05 WS-Lis-Fecha      PIC 9(8).

           *> Parametros de "Facturacion" para la refacturacion de la
           *> factura anulada (reemision del mes de la factura).
           01 WS-Facturacion-Parametros.
               05 F-Costo       PIC 9(4)V99.
               05 F-Cantidad    PIC 9(5).
               05 F-Mensaje     PIC X(45).
               05 F-Periodo     PIC X(15).
               05 F-Reemision   PIC X(20).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "C" cola de retenidas en FacturasRetenidas.Txt (y por
               *> pantalla), "L" libera la factura RV-Numero, "M" la
               *> mantiene retenida, "X" la anula con nota de credito
               *> y la refactura con el consumo corregido (RV-Consumo
               *> si RV-Corregido = 'Y', si no el mismo). L, M y X
               *> solo con RV-Autorizado = 'Y' (permiso de supervisor).
               05 RV-Accion         PIC X(1).
               05 RV-Numero         PIC 9(8).
               05 RV-Consumo        PIC 9(5).
               05 RV-Corregido      PIC X(1).
               05 RV-Costo          PIC 9(4)V99.
               05 RV-Operador       PIC X(10).
               05 RV-Autorizado     PIC X(1).
               05 RV-Cantidad       PIC 9(5).
               05 RV-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO RV-Mensaje
               MOVE 0 TO RV-Cantidad WS-Cant-Listadas
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE RV-Accion
                   WHEN "C"
                       PERFORM Listar-Retenidas
                   WHEN "L"
                       PERFORM Resolver-Retenida
                   WHEN "M"
                       PERFORM Resolver-Retenida
                   WHEN "X"
                       PERFORM Resolver-Retenida
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO RV-Mensaje
               END-EVALUATE
           EXIT.

           *> Cola de revision: las facturas todavia retenidas, con
           *> lo facturado contra el promedio y los motivos.
           Listar-Retenidas.
               OPEN INPUT Retenidas
               IF WS-File-StatusRet NOT = '00' THEN
                   MOVE "ERROR No hay facturas retenidas" TO RV-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "FACTURAS RETENIDAS AL " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE WS-Listado-Titulo TO Listado-R
                   WRITE Listado-R
                   DISPLAY WS-Listado-Titulo
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               IF RE-Estado = "R" THEN
                                   PERFORM Listar-Retenida
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   CLOSE Listado
                   MOVE 'N' TO WS-FlagRet
                   MOVE WS-Cant-Listadas TO RV-Cantidad
                   STRING "Facturas retenidas en FacturasRetenidas.Txt"
                       ": " WS-Cant-Listadas
                       DELIMITED BY SIZE INTO RV-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Retenida.
               MOVE RE-Numero TO WS-Lis-Numero
               MOVE RE-ID TO WS-Lis-ID
               MOVE RE-Medidor TO WS-Lis-Medidor
               MOVE RE-Periodo TO WS-Lis-Periodo
               MOVE RE-Consumo TO WS-Lis-Consumo
               MOVE RE-Prom-Consumo TO WS-Lis-Prom-Kwh
               MOVE RE-Monto TO WS-Lis-Monto
               MOVE RE-Prom-Monto TO WS-Lis-Prom-Monto
               MOVE RE-Motivos TO WS-Lis-Motivos
               MOVE RE-Fecha TO WS-Lis-Fecha
               MOVE WS-Listado-Linea TO Listado-R
               WRITE Listado-R
               DISPLAY WS-Listado-Linea
               ADD 1 TO WS-Cant-Listadas
           EXIT.

           *> Liberar, mantener o anular: solo un supervisor y solo
           *> sobre una factura que siga retenida.
           Resolver-Retenida.
               PERFORM Buscar-Retenida
               EVALUATE TRUE
                   WHEN RV-Autorizado NOT = "Y"
                       MOVE "ERROR El operador no tiene permiso para rev
      -                    "isar facturas retenidas" TO RV-Mensaje
                   WHEN WS-FlagHallada = 'N'
                       MOVE "ERROR Factura no retenida" TO RV-Mensaje
                   WHEN WS-Ret-Estado NOT = "R"
                       MOVE "ERROR La factura ya no esta retenida" TO
                           RV-Mensaje
                   WHEN RV-Accion = "L"
                       PERFORM Liberar-Retenida
                   WHEN RV-Accion = "M"
                       PERFORM Mantener-Retenida
                   WHEN OTHER
                       PERFORM Anular-Retenida
               END-EVALUATE
           EXIT.

           *> Deja en WS-Retenida la factura RV-Numero.
           Buscar-Retenida.
               MOVE 'N' TO WS-FlagHallada
               OPEN INPUT Retenidas
               IF WS-File-StatusRet = '00' THEN
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               IF RE-Numero = RV-Numero THEN
                                   MOVE 'Y' TO WS-FlagHallada
                                   MOVE RetenidaR TO WS-Retenida
                                   MOVE 'Y' TO WS-FlagRet
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   MOVE 'N' TO WS-FlagRet
               END-IF
           EXIT.

           *> La liberada queda pendiente de salir: la toma la
           *> interfaz o la impresion del ciclo si todavia no
           *> corrieron, o la de pendientes (opciones 28 y 56).
           Liberar-Retenida.
               MOVE "L" TO WS-Ret-Estado
               MOVE RV-Operador TO WS-Ret-Operador
               MOVE WS-Fecha TO WS-Ret-FechaEstado
               MOVE "N" TO WS-Ret-Banco WS-Ret-Impresa
               PERFORM Regrabar-Retenidas
               STRING "Factura " RV-Numero
                   " liberada: pendiente de interfaz e impresion"
                   DELIMITED BY SIZE INTO RV-Mensaje
               END-STRING
           EXIT.

           *> Sigue retenida; queda quien la reviso y cuando.
           Mantener-Retenida.
               MOVE RV-Operador TO WS-Ret-Operador
               MOVE WS-Fecha TO WS-Ret-FechaEstado
               PERFORM Regrabar-Retenidas
               STRING "Factura " RV-Numero " sigue retenida"
                   DELIMITED BY SIZE INTO RV-Mensaje
               END-STRING
           EXIT.

           *> Anulacion y refacturacion: reemision del mismo mes con
           *> el consumo corregido por "Facturacion", que le da numero
           *> legal nuevo, y recien con la nueva emitida la nota de
           *> credito por el cargo de la anulada (lo que exceda su
           *> saldo abierto vuelve como saldo a favor en "Creditos"
           *> para la proxima factura) y su salida del plan de cuota
           *> fija si lo tenia. Si la reemision no sale no se acredita
           *> nada: la factura sigue retenida como estaba. La nueva
           *> queda pendiente de interfaz e impresion como una
           *> liberada.
           Anular-Retenida.
               PERFORM Leer-Factura
               IF WS-FlagFactura = 'N' THEN
                   MOVE "ERROR Factura no encontrada en FacturasIDX.DAT"
                       TO RV-Mensaje
               ELSE
                   PERFORM Sumar-Aplicado
                   COMPUTE WS-Anu-Cargo = HI-Monto - HI-Interes +
                       WS-Anu-Credito + WS-Anu-Compensacion
                   IF WS-Anu-Cargo < 0 THEN
                       MOVE 0 TO WS-Anu-Cargo
                   END-IF
                   MOVE 0 TO WS-Numero-Nota
                   PERFORM Reponer-Conexion
                   PERFORM Armar-Reemision
                   MOVE RV-Costo TO F-Costo
                   MOVE WS-Ret-Periodo TO F-Periodo
                   MOVE 'Reemision.Txt' TO F-Reemision
                   CALL "Facturacion" USING WS-Facturacion-Parametros
                   DELETE FILE Reemision
                   MOVE 0 TO WS-Ret-Reemplazo
                   IF F-Mensaje(1:5) NOT = "ERROR" AND
                      F-Cantidad > 0 THEN
                       PERFORM Leer-Numeracion
                   END-IF
                   IF WS-Ret-Reemplazo = 0 THEN
                       PERFORM Retirar-Conexion
                       STRING "ERROR Factura " RV-Numero
                           " sigue retenida, no se refacturo: "
                           F-Mensaje
                           DELIMITED BY SIZE INTO RV-Mensaje
                       END-STRING
                   ELSE
                       IF WS-Anu-Cargo > 0 THEN
                           PERFORM Emitir-Nota
                       END-IF
                       PERFORM Quitar-Movimiento
                       MOVE "A" TO WS-Ret-Estado
                       MOVE RV-Operador TO WS-Ret-Operador
                       MOVE WS-Fecha TO WS-Ret-FechaEstado
                       MOVE "N" TO WS-Ret-Banco WS-Ret-Impresa
                       PERFORM Regrabar-Retenidas
                       MOVE WS-Anu-Cargo TO WS-Monto-Imp
                       STRING "Factura " RV-Numero " anulada: NC "
                           WS-Numero-Nota " por " WS-Monto-Imp
                           ", nueva " WS-Ret-Reemplazo
                           DELIMITED BY SIZE INTO RV-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           Leer-Factura.
               MOVE 'N' TO WS-FlagFactura
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE RV-Numero TO HI-Numero
                   READ Historico KEY IS HI-Numero
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FlagFactura
                   END-READ
                   CLOSE Historico
               END-IF
           EXIT.

           *> Saldo a favor (A) y compensacion (A) aplicados a la
           *> factura, los mismos que abre la impresion.
           Sumar-Aplicado.
               MOVE 0 TO WS-Anu-Credito WS-Anu-Compensacion
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = HI-ID AND SF-Tipo = "A" AND
                                  SF-Factura = HI-Numero THEN
                                   ADD SF-Importe TO WS-Anu-Credito
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF CP-ID = HI-ID AND CP-Tipo = "A" AND
                                  CP-Factura = HI-Numero THEN
                                   ADD CP-Importe TO
                                       WS-Anu-Compensacion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Compensaciones
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           *> Lo cobrado como cargo de conexion en la factura anulada
           *> (que la nota de credito devuelve) vuelve a quedar
           *> pendiente con una linea R.
           Reponer-Conexion.
               MOVE 0 TO WS-Cgc-Importe WS-Cgc-Solicitud
               MOVE SPACES TO WS-Cgc-Medidor
               OPEN INPUT Cargos
               IF WS-File-StatusCgc = '00' THEN
                   PERFORM UNTIL WS-FlagCgc = 'Y'
                       READ Cargos INTO CargoR
                           AT END
                               MOVE 'Y' TO WS-FlagCgc
                           NOT AT END
                               IF CG-ID = HI-ID AND CG-Tipo = "A" AND
                                  CG-Factura = HI-Numero THEN
                                   ADD CG-Importe TO WS-Cgc-Importe
                                   MOVE CG-Solicitud TO
                                       WS-Cgc-Solicitud
                                   MOVE CG-Medidor TO WS-Cgc-Medidor
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cargos
                   MOVE 'N' TO WS-FlagCgc
               END-IF
               IF WS-Cgc-Importe > 0 THEN
                   MOVE "R" TO CG-Tipo
                   MOVE HI-ID TO CG-ID
                   MOVE WS-Cgc-Medidor TO CG-Medidor
                   MOVE WS-Cgc-Solicitud TO CG-Solicitud
                   MOVE WS-Cgc-Importe TO CG-Importe
                   MOVE HI-Numero TO CG-Factura
                   MOVE WS-Fecha TO CG-Fecha
                   OPEN EXTEND Cargos
                   WRITE CargoR
                   CLOSE Cargos
               END-IF
           EXIT.

           *> Saca la linea R que dejo Reponer-Conexion: con la
           *> factura todavia retenida el cargo sigue cobrado en ella.
           Retirar-Conexion.
               IF WS-Cgc-Importe > 0 THEN
                   OPEN INPUT Cargos
                   IF WS-File-StatusCgc = '00' THEN
                       OPEN OUTPUT CgcTrabajo
                       PERFORM UNTIL WS-FlagCgc = 'Y'
                           READ Cargos INTO CargoR
                               AT END
                                   MOVE 'Y' TO WS-FlagCgc
                               NOT AT END
                                   IF CG-Tipo = "R" AND
                                      CG-ID = HI-ID AND
                                      CG-Factura = HI-Numero AND
                                      CG-Fecha = WS-Fecha THEN
                                       CONTINUE
                                   ELSE
                                       MOVE CargoR TO CgcTrabajoR
                                       WRITE CgcTrabajoR
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE Cargos
                       CLOSE CgcTrabajo
                       MOVE 'N' TO WS-FlagCgc
                       PERFORM Volcar-Cargos
                   END-IF
               END-IF
           EXIT.

           Volcar-Cargos.
               OPEN INPUT CgcTrabajo
               OPEN OUTPUT Cargos
               PERFORM UNTIL WS-FlagCtr = 'Y'
                   READ CgcTrabajo INTO CgcTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagCtr
                       NOT AT END
                           MOVE CgcTrabajoR TO CargoR
                           WRITE CargoR
                   END-READ
               END-PERFORM
               CLOSE CgcTrabajo
               CLOSE Cargos
               MOVE 'N' TO WS-FlagCtr
               DELETE FILE CgcTrabajo
           EXIT.

           Emitir-Nota.
               MOVE 0 TO WS-Numero-Nota
               OPEN INPUT SecNotas
               IF WS-File-StatusSnt = '00' THEN
                   READ SecNotas INTO SecNotasR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SN-Numero TO WS-Numero-Nota
                   END-READ
                   CLOSE SecNotas
               END-IF
               ADD 1 TO WS-Numero-Nota
               OPEN OUTPUT SecNotas
               MOVE WS-Numero-Nota TO SN-Numero
               WRITE SecNotasR
               CLOSE SecNotas
               OPEN EXTEND Notas
               IF WS-File-StatusNot NOT = '00' THEN
                   OPEN OUTPUT Notas
               END-IF
               MOVE WS-Anu-Cargo TO WS-Nota-Imp
               MOVE SPACES TO Nota-R
               STRING "NC|" WS-Numero-Nota "|" HI-ID
                   "|" HI-Numero "|" WS-Nota-Imp "|" WS-Fecha
                   "|"
                   DELIMITED BY SIZE INTO Nota-R
               END-STRING
               WRITE Nota-R
               CLOSE Notas
           EXIT.

           *> Saca de PresupuestoMov.DAT la linea F de la factura
           *> anulada; sin plan no hay nada que sacar.
           Quitar-Movimiento.
               MOVE 'N' TO WS-FlagQuitado
               OPEN INPUT Movimientos
               IF WS-File-StatusMov = '00' THEN
                   OPEN OUTPUT MovTrabajo
                   PERFORM UNTIL WS-FlagMov = 'Y'
                       READ Movimientos INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagMov
                           NOT AT END
                               IF MV-ID = HI-ID AND MV-Tipo = "F" AND
                                  MV-Documento = HI-Numero THEN
                                   MOVE 'Y' TO WS-FlagQuitado
                               ELSE
                                   MOVE MovimientoR TO MovTrabajoR
                                   WRITE MovTrabajoR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Movimientos
                   CLOSE MovTrabajo
                   MOVE 'N' TO WS-FlagMov
                   IF WS-FlagQuitado = 'Y' THEN
                       PERFORM Volcar-Movimientos
                   ELSE
                       DELETE FILE MovTrabajo
                   END-IF
               END-IF
           EXIT.

           Volcar-Movimientos.
               OPEN INPUT MovTrabajo
               OPEN OUTPUT Movimientos
               PERFORM UNTIL WS-FlagMtr = 'Y'
                   READ MovTrabajo INTO MovTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagMtr
                       NOT AT END
                           MOVE MovTrabajoR TO MovimientoR
                           WRITE MovimientoR
                   END-READ
               END-PERFORM
               CLOSE MovTrabajo
               CLOSE Movimientos
               MOVE 'N' TO WS-FlagMtr
               DELETE FILE MovTrabajo
           EXIT.

           *> Una sola linea: el cliente, el consumo corregido (o el
           *> retenido) y el medidor de la factura anulada.
           Armar-Reemision.
               OPEN OUTPUT Reemision
               MOVE HI-ID TO RM-ID
               MOVE "|" TO RM-FILLER1
               MOVE HI-NombreUsuario TO RM-NombreUsuario
               MOVE "|" TO RM-FILLER2
               IF RV-Corregido = "Y" THEN
                   MOVE RV-Consumo TO RM-Consumo
               ELSE
                   MOVE WS-Ret-Consumo TO RM-Consumo
               END-IF
               MOVE "|" TO RM-FILLER3
               MOVE WS-Ret-Medidor TO RM-Medidor
               MOVE "|" TO RM-FILLER4
               WRITE Reemision-R
               CLOSE Reemision
           EXIT.

           Leer-Numeracion.
               OPEN INPUT Numeracion
               IF WS-File-StatusNum = '00' THEN
                   READ Numeracion INTO NumeracionR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NUM-Ultimo TO WS-Ret-Reemplazo
                   END-READ
                   CLOSE Numeracion
               END-IF
           EXIT.

           *> Copia las retenidas al trabajo con WS-Retenida en lugar
           *> de la suya y lo vuelca.
           Regrabar-Retenidas.
               OPEN OUTPUT RetTrabajo
               OPEN INPUT Retenidas
               IF WS-File-StatusRet = '00' THEN
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               IF RE-Numero = WS-Ret-Numero THEN
                                   MOVE WS-Retenida TO RetTrabajoR
                               ELSE
                                   MOVE RetenidaR TO RetTrabajoR
                               END-IF
                               WRITE RetTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   MOVE 'N' TO WS-FlagRet
               END-IF
               CLOSE RetTrabajo
               PERFORM Volcar-Retenidas
           EXIT.

           Volcar-Retenidas.
               OPEN INPUT RetTrabajo
               OPEN OUTPUT Retenidas
               PERFORM UNTIL WS-FlagRtr = 'Y'
                   READ RetTrabajo INTO RetTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagRtr
                       NOT AT END
                           MOVE RetTrabajoR TO RetenidaR
                           WRITE RetenidaR
                   END-READ
               END-PERFORM
               CLOSE RetTrabajo
               CLOSE Retenidas
               MOVE 'N' TO WS-FlagRtr
               DELETE FILE RetTrabajo
           EXIT.
