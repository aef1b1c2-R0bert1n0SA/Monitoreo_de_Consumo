               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           *> El mismo historico indexado por numero de factura (y por
           *> cliente + fecha), que es el que leen directo los
           *> programas de saldos; el texto sigue saliendo a la par
           *> como exportacion.
           SELECT HistoricoIDX ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-Numero
               ALTERNATE RECORD KEY IS HX-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHix.

           *> Intereses por mora devengados por "Pagos" en el ultimo
           *> envejecimiento; cada factura suma los de su cliente como
           *> componente propio y el archivo se consume al final del
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSub.

           *> Compensaciones por calidad de servicio que devenga
           *> "Interrupciones" (C) y las ya aplicadas a facturas (A);
           *> lo pendiente del cliente se descuenta de su factura
           *> siguiente.
           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> Cargos de conexion de las solicitudes instaladas por
           *> "Conexiones" (C), los ya cobrados (A) y los repuestos al
           *> anularse la factura que los llevaba (R); lo pendiente del
           *> cliente se suma a su factura siguiente.
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCgc.

           *> Planes de cuota fija que mantiene "Presupuesto": el
           *> cliente adherido (de un solo suministro) paga su cuota
           *> en lugar del cargo real, y cada factura deja en
           *> PresupuestoMov.DAT lo real contra lo facturado.
           SELECT Planes ASSIGN TO 'PlanPresupuesto.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPla.

           SELECT MovPresupuesto ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPmv.

           *> Revision previa a la salida: la factura del ciclo
           *> mensual que cae en alguna regla de RevisionFacturas.CFG
           *> se numera y se asienta como cualquier otra, pero queda
           *> retenida en FacturasRetenidas.DAT y ni la interfaz al
           *> banco ni la impresion la toman hasta que un supervisor
           *> la libere (o la anule y refacture) desde "Retenidas".
           *> La liberada y la refacturada salen despues con la
           *> generacion de pendientes de "Interfaz" y de
           *> "ImpresionFacturas", que las leen de FacturasIDX.DAT y
           *> las marcan para no repetirlas.
           SELECT Retenidas ASSIGN TO 'FacturasRetenidas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRet.

           SELECT Revision ASSIGN TO 'RevisionFacturas.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           *> Cliente+mes facturados con lectura estimada que todavia
           *> no tienen la real (los deja "Estimar", los quita
           *> "Lecturas").
           SELECT Pendientes ASSIGN TO 'EstimadosPendientes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPen.

       DATA DIVISION.
       FILE SECTION.
       FD Reporte.
           05 R-FILLER2             PIC X .
           05 R-Consumo             PIC 9(5).
           05 R-FILLER3             PIC X .
           *> Solo en la reemision de "Retenidas": el medidor de la
           *> factura anulada, para refacturar ese suministro y no
           *> todos los del cliente.
           05 R-Medidor             PIC X(10).
           05 R-FILLER4             PIC X .

       FD Facturas.
       01 Factura-R.
       FD Subsidios.
       01 Subsidio-R                PIC X(80).

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

       FD Ciclo.
       01 CicloR.
           05 CF-Anio               PIC 9(4).
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER3            PIC X .

       FD HistoricoIDX.
       01 HistoricoIDX-R.
           05 HX-Cuerpo             PIC X(164).
           05 HX-Numero             PIC 9(8).
           05 HX-Resto              PIC X(25).
           05 HX-Clave-Cliente.
               10 HX-Cli-ID         PIC 9(5).
               10 HX-Cli-Fecha      PIC 9(8).
       *> Consumo, total y medidor de una factura del historico, para
       *> el promedio de doce meses de la revision.
       01 HistoricoIDX-V.
           05 FILLER                PIC X(47).
           05 HV-Consumo            PIC 9(5).
           05 FILLER                PIC X(35).
           05 HV-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(10).
           05 HV-Medidor            PIC X(10).
           05 FILLER                PIC X(91).

       FD Retenidas.
       01 RetenidaR.
           05 RE-Numero             PIC 9(8).
           05 RE-ID                 PIC 9(5).
           05 RE-Medidor            PIC X(10).
           05 RE-Fecha              PIC 9(8).
           05 RE-Periodo            PIC X(15).
           05 RE-Consumo            PIC 9(5).
           05 RE-Monto              PIC 9(10)V99.
           *> Promedio mensual de los doce meses anteriores con que
           *> se comparo (cero si no habia historia suficiente).
           05 RE-Prom-Consumo       PIC 9(5).
           05 RE-Prom-Monto         PIC 9(10)V99.
           *> Una posicion por regla: C monto en cero, P fuera del
           *> promedio, E estimadas consecutivas, T clase tarifaria
           *> fuera de la tarifa.
           05 RE-Motivos            PIC X(4).
           *> R retenida, L liberada, A anulada y refacturada.
           05 RE-Estado             PIC X(1).
           05 RE-Operador           PIC X(10).
           05 RE-FechaEstado        PIC 9(8).
           *> Factura que reemplazo a la anulada.
           05 RE-Reemplazo          PIC 9(8).
           *> Salida al banco y a la impresion de la liberada o de
           *> la refacturada (N pendiente, Y ya salio); en blanco
           *> mientras esta retenida.
           05 RE-Banco              PIC X(1).
           05 RE-Impresa            PIC X(1).
           05 FILLER                PIC X(7).

       FD Revision.
       01 Revision-R                PIC X(80).

       FD Pendientes.
       01 PendienteR.
           05 PE-ID                 PIC 9(5).
           05 PE-Mes                PIC X(15).
           05 PE-Consumo            PIC 9(5).

       FD CopiaSal.
       01 CopiaSalR                 PIC X(200).

               05 WS-File-StatusGen     PIC XX.
               05 WS-File-StatusNum     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusHix     PIC XX.
               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusLms     PIC XX.
               05 WS-File-StatusCct     PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusSub     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusCgc     PIC XX.
               05 WS-File-StatusPla     PIC XX.
               05 WS-File-StatusPmv     PIC XX.
               05 WS-File-StatusRet     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusPen     PIC XX.
           01 WS-Flags.
               05 FlagReport            PIC X(1) VALUE 'N'.
               05 FlagTarifas           PIC X(1) VALUE 'N'.
               *> las facturas salen con medidor/domicilio en blanco.
               05 FlagIndice            PIC X(1) VALUE 'N'.
               05 FlagHistorico         PIC X(1) VALUE 'N'.
               *> 'Y' cuando FacturasIDX.DAT quedo abierto para
               *> agregar las facturas del ciclo.
               05 FlagHistIDX           PIC X(1) VALUE 'N'.
               05 FlagInteres           PIC X(1) VALUE 'N'.
               05 FlagSum               PIC X(1) VALUE 'N'.
               05 FlagLms               PIC X(1) VALUE 'N'.
               05 FlagCic               PIC X(1) VALUE 'N'.
               05 FlagVer               PIC X(1) VALUE 'N'.
               05 FlagSub               PIC X(1) VALUE 'N'.
               05 FlagCmp               PIC X(1) VALUE 'N'.
               05 FlagCgc               PIC X(1) VALUE 'N'.
               05 FlagPla               PIC X(1) VALUE 'N'.
               *> 'Y' si la factura en curso sale por la cuota fija
               *> del plan del cliente.
               05 FlagPresupuesto       PIC X(1) VALUE 'N'.
               *> 'Y' si el mes pedido ya figura facturado este año.
               05 FlagYaFacturado       PIC X(1) VALUE 'N'.
               *> 'Y' si el periodo pedido es un mes valido.
               *> no coinciden: hay un salto en la numeracion legal y
               *> no se emite nada hasta que alguien lo aclare.
               05 FlagSalto             PIC X(1) VALUE 'N'.
               05 FlagRev               PIC X(1) VALUE 'N'.
               05 FlagPen               PIC X(1) VALUE 'N'.
               *> 'Y' si la clase tarifaria de la factura en curso
               *> figura en la tarifa vigente.
               05 FlagClase             PIC X(1) VALUE 'N'.
               *> 'Y' si ya se encontro el suministro a reemitir.
               05 FlagSuministro        PIC X(1) VALUE 'N'.
               05 FlagPromedio          PIC X(1) VALUE 'N'.
           *> Tarifa regulada: cargo fijo mensual, dos cortes de bloque
           *> (hasta LIMITE1 a PRECIO1, de ahi a LIMITE2 a PRECIO2, el
           *> resto a PRECIO3) y el porcentaje de impuesto.
               05 WS-MesNombre      PIC X(15) OCCURS 12 TIMES.
           01 WS-Idx                PIC 9(2).
           01 WS-Estado-Mes         PIC X(10).
           *> Compensacion por calidad de servicio pendiente del
           *> cliente y la parte que entra en la factura en curso.
           01 WS-Comp-Pendiente     PIC S9(10)V99.
           01 WS-Comp-Aplicada      PIC 9(10)V99.
           *> Cargo de conexion pendiente del cliente en curso.
           01 WS-Cgc-Pendiente      PIC S9(10)V99.
           01 WS-Cgc-Solicitud      PIC 9(6).
           *> Plan de cuota fija del cliente en curso: ciclo, cuota y
           *> el cargo real que reemplaza (sin el interes por mora).
           01 WS-Pres-Ciclo         PIC 9(3).
           01 WS-Pres-Cuota         PIC 9(8)V99.
           01 WS-Pres-Real          PIC 9(10)V99.
           *> Clases tarifarias que cubre la tarifa vigente (claves
           *> CLASExx= del archivo tarifario); sin ninguna, cualquier
           *> clase informada se acepta.
           01 WS-Clases.
               05 WS-Cant-Clases    PIC 9(2) VALUE 0.
               05 WS-Clase          PIC X(2) OCCURS 20 TIMES.
           01 WS-Cla-Idx            PIC 9(2).
           *> Reglas de RevisionFacturas.CFG: VECES= el total o el
           *> consumo que supera tantas veces el promedio de doce
           *> meses (con al menos HISTORIAL= facturas para promediar),
           *> ESTIMADOS= meses seguidos con lectura estimada; un cero
           *> apaga la regla.
           01 WS-Revision.
               05 WS-Rev-Veces          PIC 9(3) VALUE 3.
               05 WS-Rev-Historial      PIC 9(2) VALUE 3.
               05 WS-Rev-Estimados      PIC 9(2) VALUE 2.
           *> Mes facturado (indice en WS-Meses) y fecha desde la que
           *> se promedia el historico.
           01 WS-Mes-Factura        PIC 9(2) VALUE 0.
           01 WS-Fecha-Desde        PIC 9(8).
           *> Total de la factura en curso antes de saldos a favor y
           *> compensaciones, que es lo que se revisa.
           01 WS-Monto-Revision     PIC 9(10)V99.
           01 WS-Motivos            PIC X(4).
           01 WS-Promedio.
               05 WS-Hist-Cant          PIC 9(3).
               05 WS-Hist-Consumo       PIC 9(9).
               05 WS-Hist-Monto         PIC 9(12)V99.
               05 WS-Prom-Consumo       PIC 9(5).
               05 WS-Prom-Monto         PIC 9(10)V99.
               05 WS-Tope-Consumo       PIC 9(9).
               05 WS-Tope-Monto         PIC 9(13)V99.
           *> Meses del cliente en curso con lectura estimada
           *> pendiente y cuantos seguidos hay hasta el facturado.
           01 WS-Estimados.
               05 WS-Est-Marca      PIC X(1) OCCURS 12 TIMES.
           01 WS-Est-Idx            PIC 9(2).
           01 WS-Est-Cant           PIC 9(2).
           01 WS-Cant-Retenidas     PIC 9(5) VALUE 0.
           *> Parametros del modulo "Creditos": al arrancar el ciclo
           *> mensual se pone al dia el libro de saldos a favor y
           *> cada factura numerada consume el credito libre de su
           *> cliente.
           01 WS-Creditos-Parametros.
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

       LINKAGE SECTION.
           01 LK-Parametros.
               *> corrida por periodo); vacio = corrida anual contra
               *> Reporte.Txt, sin control de ciclo, como siempre.
               05 F-Periodo     PIC X(15).
               *> Reemision de "Retenidas": archivo con el consumo
               *> corregido de la factura anulada (mismo formato que
               *> el Reporte, mas el medidor). Se factura el mes de
               *> F-Periodo sin control de ciclo, sin interes por
               *> mora y sin revision, agregando a Facturas.Txt.
               05 F-Reemision   PIC X(20).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           *> Procedimiento que verifica la existencia de Reporte.Txt y
           *> genera Facturas.Txt con una linea por cliente.
           Verificar.
               MOVE 0 TO F-Cantidad WS-Cant-Retenidas
               MOVE SPACES TO F-Mensaje
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               COMPUTE WS-Fecha-Desde = WS-Fecha - 10000
               PERFORM Iniciar-Meses
               PERFORM Cargar-Anio-Ciclo
               PERFORM Preparar-Periodo
               ELSE
                   PERFORM Cargar-Tarifas
                   PERFORM Cargar-Subsidios
                   IF F-Periodo NOT = SPACES AND
                      F-Reemision = SPACES THEN
                       PERFORM Cargar-Revision
                   END-IF
                   *> La numeracion legal y el historico acumulado son
                   *> del ciclo mensual: la corrida anual (F-Periodo
                   *> vacio, la del paso 13 del nocturno) solo pisa
                       MOVE "ERROR Numeracion de facturas con salto ent
      -                    "re secuencia e historico" TO F-Mensaje
                   ELSE
                       IF F-Periodo NOT = SPACES THEN
                           PERFORM Actualizar-Creditos
                       END-IF
                       PERFORM Emitir-Ciclo
                       IF F-Periodo NOT = SPACES AND
                          F-Reemision = SPACES AND
                          F-Mensaje(1:5) NOT = "ERROR" THEN
                           PERFORM Registrar-Ciclo
                           PERFORM Generar-Control-Ciclo
           *> Reporte_<mes>.Txt estampado, siempre que sea un mes
           *> valido y no este ya facturado en el control del ciclo.
           Preparar-Periodo.
               MOVE 'Reporte.Txt' TO WS-Archivo-Reporte
               MOVE 'N' TO FlagYaFacturado
               IF F-Periodo NOT = SPACES THEN
                   PERFORM Validar-Mes-Periodo
                   IF FlagMesValido = 'N' THEN
                       MOVE "ERROR Periodo invalido: debe ser un mes"
                           TO F-Mensaje
                   ELSE
                       IF F-Reemision = SPACES THEN
                           PERFORM Controlar-Ciclo
                       END-IF
                       IF FlagYaFacturado = 'Y' THEN
                           STRING "ERROR El mes " F-Periodo
                               " ya fue facturado"
                           END-STRING
                       ELSE
                           MOVE SPACES TO WS-Archivo-Reporte
                           IF F-Reemision NOT = SPACES THEN
                               MOVE F-Reemision TO WS-Archivo-Reporte
                           ELSE
                               STRING "Reporte_" DELIMITED BY SIZE
                                   F-Periodo DELIMITED BY SPACE
                                   ".Txt" DELIMITED BY SIZE
                                   INTO WS-Archivo-Reporte
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 12
                   IF F-Periodo = WS-MesNombre(WS-Idx) THEN
                       MOVE 'Y' TO FlagMesValido
                       MOVE WS-Idx TO WS-Mes-Factura
                   END-IF
               END-PERFORM
           EXIT.
               END-IF
               OPEN INPUT Reporte
               IF WS-File-StatusRep = '00' THEN
                   *> La reemision se suma al ciclo que ya esta en
                   *> Facturas.Txt; si la interfaz o la impresion del
                   *> ciclo ya corrieron, sale con la de pendientes.
                   IF F-Reemision NOT = SPACES THEN
                       OPEN EXTEND Facturas
                       IF WS-File-StatusFac NOT = '00' THEN
                           OPEN OUTPUT Facturas
                       END-IF
                   ELSE
                       OPEN OUTPUT Facturas
                   END-IF
                   *> Historico y avance de secuencia solo en el ciclo
                   *> mensual; van de a pares porque el control de
                   *> salto de Cargar-Numeracion los compara entre si.
                   IF FlagHistorico = 'Y' THEN
                       CLOSE Historico
                   END-IF
                   IF FlagHistIDX = 'Y' THEN
                       CLOSE HistoricoIDX
                       MOVE 'N' TO FlagHistIDX
                   END-IF
                   IF F-Periodo NOT = SPACES THEN
                       PERFORM Grabar-Numeracion
                   END-IF
                   IF F-Reemision = SPACES THEN
                       PERFORM Consumir-Intereses
                       PERFORM Guardar-Generacion
                   END-IF
                   IF WS-Cant-Retenidas > 0 THEN
                       STRING "Facturas generadas: " F-Cantidad
                           ", retenidas: " WS-Cant-Retenidas
                           DELIMITED BY SIZE
                           INTO F-Mensaje
                       END-STRING
                   ELSE
                       STRING "Facturas generadas en Facturas.Txt: "
                           F-Cantidad
                           DELIMITED BY SIZE
                           INTO F-Mensaje
                       END-STRING
                   END-IF
               ELSE
                   STRING "ERROR No se pudo abrir " WS-Archivo-Reporte
                       DELIMITED BY SIZE INTO F-Mensaje
           *> en 1.
           Cargar-Numeracion.
               MOVE 0 TO WS-Numero-Ultimo WS-Hist-Ultimo
               MOVE 'N' TO FlagSalto
               OPEN INPUT Numeracion
               IF WS-File-StatusNum = '00' THEN
                   READ Numeracion INTO NumeracionR
               IF WS-File-StatusHis = '00' THEN
                   MOVE 'Y' TO FlagHistorico
               END-IF
               *> Recien creado se reabre I-O, porque la revision lo
               *> recorre por cliente mientras se emite.
               OPEN I-O HistoricoIDX
               IF WS-File-StatusHix NOT = '00' THEN
                   OPEN OUTPUT HistoricoIDX
                   IF WS-File-StatusHix = '00' THEN
                       CLOSE HistoricoIDX
                       OPEN I-O HistoricoIDX
                   END-IF
               END-IF
               IF WS-File-StatusHix = '00' THEN
                   MOVE 'Y' TO FlagHistIDX
               END-IF
           EXIT.

           Grabar-Numeracion.
           *> uno o ninguno, la factura unica de siempre con los datos
           *> del maestro. El interes por mora del cliente va en su
           *> primera factura del ciclo.
           *> En la reemision el interes por mora ya quedo en la
           *> factura anulada, y el cliente de varios suministros
           *> refactura solo el medidor de esa factura.
           Agregar-Factura.
               IF F-Reemision NOT = SPACES THEN
                   MOVE 0 TO WS-Interes-Cliente
               ELSE
                   PERFORM Sumar-Intereses
               END-IF
               PERFORM Contar-Suministros
               IF WS-Cant-Suministros > 1 THEN
                   IF F-Reemision NOT = SPACES AND
                      R-Medidor NOT = SPACES THEN
                       PERFORM Reemitir-Suministro
                   ELSE
                       PERFORM Facturar-Suministros
                   END-IF
               ELSE
                   MOVE R-Consumo TO WS-Fact-Consumo
                   PERFORM Buscar-Datos-Cliente
               PERFORM Emitir-Factura
           EXIT.

           *> El consumo corregido viene en el archivo de reemision;
           *> del suministro salen domicilio y clase tarifaria.
           Reemitir-Suministro.
               MOVE 'N' TO FlagSuministro
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO FlagSum
                           NOT AT END
                               IF SU-ID = R-ID AND
                                  SU-Medidor = R-Medidor THEN
                                   MOVE 'Y' TO FlagSuministro
                                   MOVE SU-Medidor TO WS-Fact-Medidor
                                   MOVE SU-Direccion TO
                                       WS-Fact-Direccion
                                   MOVE SU-Tarifa TO WS-Fact-Tarifa
                                   MOVE 'Y' TO FlagSum
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO FlagSum
               END-IF
               IF FlagSuministro = 'Y' THEN
                   MOVE R-Consumo TO WS-Fact-Consumo
                   PERFORM Emitir-Factura
               END-IF
           EXIT.

           *> Kwh registrados por "Lecturas" para el medidor del
           *> suministro en curso. En la corrida mensual solo suma el
           *> mes facturado (como el Reporte_<mes>.Txt del camino de
               ADD WS-Interes-Cliente TO FAC-Monto
               MOVE 0 TO WS-Interes-Cliente
               PERFORM Aplicar-Subsidio
               MOVE 'N' TO FlagPresupuesto
               IF F-Periodo NOT = SPACES AND
                  WS-Cant-Suministros <= 1 THEN
                   PERFORM Aplicar-Presupuesto
               END-IF
               MOVE FAC-Monto TO WS-Monto-Revision
               MOVE "|" TO FAC-FILLER4
               MOVE "|" TO FAC-FILLER5
               MOVE "|" TO FAC-FILLER6
               ELSE
                   MOVE 0 TO FAC-Numero
               END-IF
               IF F-Periodo NOT = SPACES THEN
                   PERFORM Aplicar-Conexion
                   PERFORM Aplicar-Compensacion
                   PERFORM Aplicar-Credito
               END-IF
               IF FlagPresupuesto = 'Y' THEN
                   PERFORM Registrar-Presupuesto
               END-IF
               IF F-Periodo NOT = SPACES AND
                  F-Reemision = SPACES THEN
                   PERFORM Revisar-Factura
               END-IF
               MOVE "|" TO FAC-FILLER12
               MOVE "|" TO FAC-FILLER13
               MOVE "|" TO FAC-FILLER14
                   MOVE Factura-R TO Historico-R
                   WRITE Historico-R
               END-IF
               *> El numero ya paso por el control de salto de
               *> Cargar-Numeracion, asi que no puede estar repetido.
               IF FlagHistIDX = 'Y' THEN
                   MOVE Factura-R TO HistoricoIDX-R
                   MOVE FAC-ID TO HX-Cli-ID
                   MOVE FAC-Fecha TO HX-Cli-Fecha
                   WRITE HistoricoIDX-R
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               ADD 1 TO F-Cantidad
           EXIT.

           *> Cliente con plan de cuota fija activo: la factura cobra
           *> la cuota (mas el interes por mora) en lugar del cargo
           *> real; consumo, cargo fijo, energia, impuesto y subsidio
           *> quedan con sus valores reales, y el cargo real se
           *> guarda para el movimiento del plan.
           Aplicar-Presupuesto.
               OPEN INPUT Planes
               IF WS-File-StatusPla = '00' THEN
                   PERFORM UNTIL FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO FlagPla
                           NOT AT END
                               IF PL-ID = R-ID AND
                                  PL-Estado = 'A' THEN
                                   MOVE 'Y' TO FlagPresupuesto
                                   MOVE PL-Ciclo TO WS-Pres-Ciclo
                                   MOVE PL-Cuota TO WS-Pres-Cuota
                                   MOVE 'Y' TO FlagPla
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   MOVE 'N' TO FlagPla
               END-IF
               IF FlagPresupuesto = 'Y' THEN
                   COMPUTE WS-Pres-Real = FAC-Monto - FAC-Interes
                   COMPUTE FAC-Monto = WS-Pres-Cuota + FAC-Interes
               END-IF
           EXIT.

           *> Real contra facturado de la factura ya numerada, en el
           *> ciclo del plan; "Presupuesto" revisa la cuota y liquida
           *> el aniversario con estos movimientos.
           Registrar-Presupuesto.
               MOVE SPACES TO MovPresupuestoR
               MOVE FAC-ID TO MV-ID
               MOVE WS-Pres-Ciclo TO MV-Ciclo
               MOVE "F" TO MV-Tipo
               MOVE FAC-Numero TO MV-Documento
               MOVE WS-Fecha TO MV-Fecha
               MOVE F-Periodo TO MV-Periodo
               MOVE FAC-Consumo TO MV-Consumo
               MOVE WS-Pres-Real TO MV-Real
               MOVE WS-Pres-Cuota TO MV-Facturado
               OPEN EXTEND MovPresupuesto
               IF WS-File-StatusPmv NOT = '00' THEN
                   OPEN OUTPUT MovPresupuesto
               END-IF
               WRITE MovPresupuestoR
               CLOSE MovPresupuesto
           EXIT.

           *> Reglas de revision sobre la factura ya numerada: total
           *> en cero, total o consumo fuera del promedio de doce
           *> meses, lecturas estimadas seguidas y clase tarifaria
           *> que la tarifa vigente no cubre. La que cae en alguna
           *> queda retenida con sus motivos.
           Revisar-Factura.
               MOVE SPACES TO WS-Motivos
               MOVE 0 TO WS-Prom-Consumo WS-Prom-Monto
               IF WS-Monto-Revision = 0 THEN
                   MOVE "C" TO WS-Motivos(1:1)
               END-IF
               IF WS-Rev-Veces > 0 THEN
                   PERFORM Promediar-Historico
                   IF WS-Hist-Cant > 0 AND
                      WS-Hist-Cant >= WS-Rev-Historial THEN
                       COMPUTE WS-Tope-Consumo =
                           WS-Prom-Consumo * WS-Rev-Veces
                       COMPUTE WS-Tope-Monto =
                           WS-Prom-Monto * WS-Rev-Veces
                       IF WS-Fact-Consumo > WS-Tope-Consumo OR
                          WS-Monto-Revision > WS-Tope-Monto THEN
                           MOVE "P" TO WS-Motivos(2:1)
                       END-IF
                   END-IF
               END-IF
               IF WS-Rev-Estimados > 0 THEN
                   PERFORM Contar-Estimados
                   IF WS-Est-Cant >= WS-Rev-Estimados THEN
                       MOVE "E" TO WS-Motivos(3:1)
                   END-IF
               END-IF
               IF FlagTarifario = 'Y' THEN
                   PERFORM Controlar-Clase
                   IF FlagClase = 'N' THEN
                       MOVE "T" TO WS-Motivos(4:1)
                   END-IF
               END-IF
               IF WS-Motivos NOT = SPACES THEN
                   PERFORM Retener-Factura
               END-IF
           EXIT.

           *> Promedio mensual de consumo y total de las facturas del
           *> cliente en los doce meses anteriores a la emision (del
           *> mismo medidor, si el cliente tiene varios), leidas por
           *> cliente y fecha del historico indexado.
           Promediar-Historico.
               MOVE 0 TO WS-Hist-Cant WS-Hist-Consumo WS-Hist-Monto
               IF FlagHistIDX = 'Y' THEN
                   MOVE FAC-ID TO HX-Cli-ID
                   MOVE WS-Fecha-Desde TO HX-Cli-Fecha
                   START HistoricoIDX
                       KEY IS NOT LESS THAN HX-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO FlagPromedio
                   END-START
                   PERFORM UNTIL FlagPromedio = 'Y'
                       READ HistoricoIDX NEXT RECORD
                           AT END
                               MOVE 'Y' TO FlagPromedio
                           NOT AT END
                               IF HX-Cli-ID NOT = FAC-ID OR
                                  HX-Cli-Fecha >= WS-Fecha THEN
                                   MOVE 'Y' TO FlagPromedio
                               ELSE
                                   IF WS-Cant-Suministros <= 1 OR
                                      HV-Medidor = WS-Fact-Medidor THEN
                                       ADD 1 TO WS-Hist-Cant
                                       ADD HV-Consumo TO
                                           WS-Hist-Consumo
                                       ADD HV-Monto TO WS-Hist-Monto
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO FlagPromedio
               END-IF
               IF WS-Hist-Cant > 0 THEN
                   COMPUTE WS-Prom-Consumo ROUNDED =
                       WS-Hist-Consumo / WS-Hist-Cant
                   COMPUTE WS-Prom-Monto ROUNDED =
                       WS-Hist-Monto / WS-Hist-Cant
               END-IF
           EXIT.

           *> Meses seguidos con lectura estimada pendiente, contando
           *> hacia atras desde el mes facturado (diciembre sigue a
           *> enero del año anterior).
           Contar-Estimados.
               PERFORM VARYING WS-Est-Idx FROM 1 BY 1
                       UNTIL WS-Est-Idx > 12
                   MOVE 'N' TO WS-Est-Marca(WS-Est-Idx)
               END-PERFORM
               OPEN INPUT Pendientes
               IF WS-File-StatusPen = '00' THEN
                   PERFORM UNTIL FlagPen = 'Y'
                       READ Pendientes INTO PendienteR
                           AT END
                               MOVE 'Y' TO FlagPen
                           NOT AT END
                               IF PE-ID = FAC-ID THEN
                                   PERFORM Marcar-Estimado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pendientes
                   MOVE 'N' TO FlagPen
               END-IF
               MOVE 0 TO WS-Est-Cant
               MOVE WS-Mes-Factura TO WS-Est-Idx
               PERFORM UNTIL WS-Est-Cant >= 12 OR WS-Est-Idx = 0
                   IF WS-Est-Marca(WS-Est-Idx) = 'Y' THEN
                       ADD 1 TO WS-Est-Cant
                       IF WS-Est-Idx = 1 THEN
                           MOVE 12 TO WS-Est-Idx
                       ELSE
                           SUBTRACT 1 FROM WS-Est-Idx
                       END-IF
                   ELSE
                       MOVE 0 TO WS-Est-Idx
                   END-IF
               END-PERFORM
           EXIT.

           Marcar-Estimado.
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 12
                   IF PE-Mes = WS-MesNombre(WS-Idx) THEN
                       MOVE 'Y' TO WS-Est-Marca(WS-Idx)
                   END-IF
               END-PERFORM
           EXIT.

           *> Clase del suministro que no figura entre las CLASExx=
           *> de la tarifa vigente, cuando la tarifa las enumera (el
           *> cliente sin suministro factura sin clase).
           Controlar-Clase.
               MOVE 'N' TO FlagClase
               IF WS-Fact-Tarifa = SPACES OR WS-Cant-Clases = 0 THEN
                   MOVE 'Y' TO FlagClase
               ELSE
                   PERFORM VARYING WS-Cla-Idx FROM 1 BY 1
                           UNTIL WS-Cla-Idx > WS-Cant-Clases
                       IF WS-Clase(WS-Cla-Idx) = WS-Fact-Tarifa THEN
                           MOVE 'Y' TO FlagClase
                       END-IF
                   END-PERFORM
               END-IF
           EXIT.

           Retener-Factura.
               MOVE SPACES TO RetenidaR
               MOVE FAC-Numero TO RE-Numero
               MOVE FAC-ID TO RE-ID
               MOVE WS-Fact-Medidor TO RE-Medidor
               MOVE WS-Fecha TO RE-Fecha
               MOVE F-Periodo TO RE-Periodo
               MOVE WS-Fact-Consumo TO RE-Consumo
               MOVE FAC-Monto TO RE-Monto
               MOVE WS-Prom-Consumo TO RE-Prom-Consumo
               MOVE WS-Prom-Monto TO RE-Prom-Monto
               MOVE WS-Motivos TO RE-Motivos
               MOVE "R" TO RE-Estado
               MOVE SPACES TO RE-Operador
               MOVE WS-Fecha TO RE-FechaEstado
               MOVE 0 TO RE-Reemplazo
               OPEN EXTEND Retenidas
               IF WS-File-StatusRet NOT = '00' THEN
                   OPEN OUTPUT Retenidas
               END-IF
               WRITE RetenidaR
               CLOSE Retenidas
               ADD 1 TO WS-Cant-Retenidas
           EXIT.

           *> Parametros de las reglas de revision; sin el archivo
           *> rigen los valores por omision.
           Cargar-Revision.
               OPEN INPUT Revision
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL FlagRev = 'Y'
                       READ Revision INTO Revision-R
                           AT END
                               MOVE 'Y' TO FlagRev
                           NOT AT END
                               PERFORM Leer-Revision-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Revision
                   MOVE 'N' TO FlagRev
               END-IF
           EXIT.

           Leer-Revision-Linea.
               MOVE SPACES TO WS-Config-Clave WS-Config-Valor
               UNSTRING Revision-R DELIMITED BY "="
                   INTO WS-Config-Clave, WS-Config-Valor
               END-UNSTRING
               EVALUATE WS-Config-Clave
                   WHEN "VECES"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Rev-Veces
                       END-IF
                   WHEN "HISTORIAL"
                       IF WS-Config-Valor(1:2) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:2) TO
                               WS-Rev-Historial
                       END-IF
                   WHEN "ESTIMADOS"
                       IF WS-Config-Valor(1:2) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:2) TO
                               WS-Rev-Estimados
                       END-IF
               END-EVALUATE
           EXIT.

           *> Saldos a favor al dia (pagos en exceso, notas de
           *> credito mayores que la deuda) antes de emitir.
           Actualizar-Creditos.
               MOVE "D" TO CR-Accion
               MOVE SPACES TO CR-Monto-Txt CR-Cuenta CR-Operador
                   CR-Autorizado
               MOVE 0 TO CR-ID CR-Numero CR-Factura CR-Importe
               CALL "Creditos" USING WS-Creditos-Parametros
           EXIT.

           *> El saldo a favor libre del cliente baja el total de la
           *> factura (hasta dejarla en cero); lo aplicado queda en
           *> Creditos.DAT contra el numero de la factura, que es
           *> donde lo leen la cartera y la impresion.
           Aplicar-Credito.
               IF FAC-Monto > 0 THEN
                   MOVE "F" TO CR-Accion
                   MOVE FAC-ID TO CR-ID
                   MOVE FAC-Numero TO CR-Factura
                   MOVE FAC-Monto TO CR-Importe
                   MOVE 0 TO CR-Aplicado
                   CALL "Creditos" USING WS-Creditos-Parametros
                   SUBTRACT CR-Aplicado FROM FAC-Monto
               END-IF
           EXIT.

           *> Cargo de conexion: lo pendiente del cliente (C - A + R)
           *> entra completo en su primera factura numerada y se
           *> asienta como aplicado contra el numero de la factura.
           Aplicar-Conexion.
               MOVE 0 TO WS-Cgc-Pendiente WS-Cgc-Solicitud
               OPEN INPUT Cargos
               IF WS-File-StatusCgc = '00' THEN
                   PERFORM UNTIL FlagCgc = 'Y'
                       READ Cargos INTO CargoR
                           AT END
                               MOVE 'Y' TO FlagCgc
                           NOT AT END
                               IF CG-ID = FAC-ID THEN
                                   IF CG-Tipo = "A" THEN
                                       SUBTRACT CG-Importe FROM
                                           WS-Cgc-Pendiente
                                   ELSE
                                       ADD CG-Importe TO
                                           WS-Cgc-Pendiente
                                       MOVE CG-Solicitud TO
                                           WS-Cgc-Solicitud
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cargos
                   MOVE 'N' TO FlagCgc
               END-IF
               IF WS-Cgc-Pendiente > 0 THEN
                   ADD WS-Cgc-Pendiente TO FAC-Monto
                   MOVE "A" TO CG-Tipo
                   MOVE FAC-ID TO CG-ID
                   MOVE WS-Fact-Medidor TO CG-Medidor
                   MOVE WS-Cgc-Solicitud TO CG-Solicitud
                   MOVE WS-Cgc-Pendiente TO CG-Importe
                   MOVE FAC-Numero TO CG-Factura
                   MOVE WS-Fecha TO CG-Fecha
                   OPEN EXTEND Cargos
                   IF WS-File-StatusCgc NOT = '00' THEN
                       OPEN OUTPUT Cargos
                   END-IF
                   WRITE CargoR
                   CLOSE Cargos
               END-IF
           EXIT.

           *> Compensacion por calidad de servicio: lo devengado al
           *> cliente menos lo ya aplicado baja el total de la
           *> factura (hasta dejarla en cero); lo que no entra queda
           *> para la siguiente. Lo aplicado se asienta en
           *> Compensaciones.DAT contra el numero de la factura.
           Aplicar-Compensacion.
               MOVE 0 TO WS-Comp-Pendiente WS-Comp-Aplicada
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO FlagCmp
                           NOT AT END
                               IF CP-ID = FAC-ID THEN
                                   IF CP-Tipo = "C" THEN
                                       ADD CP-Importe TO
                                           WS-Comp-Pendiente
                                   ELSE
                                       SUBTRACT CP-Importe FROM
                                           WS-Comp-Pendiente
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Compensaciones
                   MOVE 'N' TO FlagCmp
               END-IF
               IF WS-Comp-Pendiente > 0 AND FAC-Monto > 0 THEN
                   IF WS-Comp-Pendiente > FAC-Monto THEN
                       MOVE FAC-Monto TO WS-Comp-Aplicada
                   ELSE
                       MOVE WS-Comp-Pendiente TO WS-Comp-Aplicada
                   END-IF
                   SUBTRACT WS-Comp-Aplicada FROM FAC-Monto
                   MOVE "A" TO CP-Tipo
                   MOVE FAC-ID TO CP-ID
                   MOVE WS-Fact-Medidor TO CP-Medidor
                   MOVE 0 TO CP-Periodo
                   MOVE WS-Comp-Aplicada TO CP-Importe
                   MOVE FAC-Numero TO CP-Factura
                   MOVE WS-Fecha TO CP-Fecha
                   OPEN EXTEND Compensaciones
                   IF WS-File-StatusCmp NOT = '00' THEN
                       OPEN OUTPUT Compensaciones
                   END-IF
                   WRITE CompensacionR
                   CLOSE Compensaciones
               END-IF
           EXIT.

           *> Subsidio de tarifa social: el porcentaje de la clase
           *> del suministro, aplicado sobre cargo fijo, energia e
           *> impuesto (no sobre el interes por mora), descontado del
           EXIT.

           Cargar-Tarifas.
               MOVE 0 TO WS-Cant-Clases
               PERFORM Elegir-Version-Tarifa
               OPEN INPUT Tarifas
               IF WS-File-StatusTar = '00' THEN
                   WHEN "IMPUESTO"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-Impuesto
                   WHEN OTHER
                       IF WS-Tarifa-Clave(1:5) = "CLASE" AND
                          WS-Tarifa-Clave(6:2) NOT = SPACES AND
                          WS-Cant-Clases < 20 THEN
                           ADD 1 TO WS-Cant-Clases
                           MOVE WS-Tarifa-Clave(6:2) TO
                               WS-Clase(WS-Cant-Clases)
                       END-IF
               END-EVALUATE
           EXIT.

