       IDENTIFICATION DIVISION.
       PROGRAM-ID. Presupuesto AS "Presupuesto".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Plan de cuotas fijas (facturacion presupuestada): uno
           *> por cliente adherido, con la cuota mensual que factura
           *> "Facturacion", el ciclo anual en curso y su aniversario.
           *> Estado A activo, B baja. Se regraba entero en cada
           *> cambio, a traves de su propio archivo de trabajo
           *> PlanPresupuestoTrab.DAT.
           SELECT Planes ASSIGN TO 'PlanPresupuesto.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPla.

           SELECT PlaTrabajo ASSIGN TO 'PlanPresupuestoTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPtr.

           *> Movimientos del plan por ciclo: una linea por factura
           *> emitida (F) con el cargo real y la cuota facturada, y
           *> una por liquidacion de aniversario o baja (T) que deja
           *> el ciclo en cero. La diferencia acumulada del ciclo es
           *> la suma de real menos facturado.
           SELECT Movimientos ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMov.

           *> Historico indexado de facturas: el consumo de los
           *> ultimos doce meses del cliente se lee por cliente y
           *> fecha, igual que en "Debitos".
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Cierre de año proyectado por "Proyeccion", para
           *> completar los meses que faltan cuando el historial del
           *> cliente no llega a doce facturas.
           SELECT Proyeccion ASSIGN TO 'Proyeccion.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPro.

           *> Un cliente con varios puntos de suministro recibe una
           *> factura por punto y no entra al plan.
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Maestro indexado, para validar el cliente y tomar su
           *> clase tarifaria.
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           *> Misma tarifa vigente que "Facturacion": catalogo de
           *> versiones, bloques, impuesto y subsidio por clase.
           SELECT Versiones ASSIGN TO 'TarifasVersiones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVer.

           SELECT Tarifas ASSIGN TO WS-Archivo-Tarifas
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTar.

           SELECT Subsidios ASSIGN TO 'Subsidios.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSub.

           *> Tolerancia de la revision periodica (TOLERANCIA=, en
           *> porcentaje de lo facturado en el ciclo).
           SELECT Config ASSIGN TO 'Presupuesto.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> La liquidacion del ciclo sale como nota de debito (lo
           *> real supero lo facturado) o de credito, con la misma
           *> numeracion que "Refacturacion".
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT SecNotas ASSIGN TO 'NotasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSnt.

           SELECT Listado ASSIGN TO 'PlanPresupuesto.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

           *> Cuotas revisadas y ciclos liquidados de cada corrida.
           SELECT Ajustes ASSIGN TO 'PresupuestoAjustes.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusAju.

       DATA DIVISION.
       FILE SECTION.
       FD Planes.
       01 PlanR.
           05 PL-ID                 PIC 9(5).
           05 PL-Estado             PIC X(1).
           05 PL-Alta               PIC 9(8).
           *> Inicio del ciclo anual en curso; al cumplir el año se
           *> liquida la diferencia y arranca el ciclo siguiente.
           05 PL-Aniversario        PIC 9(8).
           05 PL-Ciclo              PIC 9(3).
           05 PL-Cuota              PIC 9(8)V99.
           *> Consumo mensual de base con que se calculo la cuota y
           *> de donde salio: H historial de doce meses, P
           *> proyeccion sola, M historial completado con proyeccion.
           05 PL-Kwh                PIC 9(5).
           05 PL-Origen             PIC X(1).
           05 PL-Revision           PIC 9(8).
           05 PL-FechaEstado        PIC 9(8).
           05 FILLER                PIC X(3).

       FD PlaTrabajo.
       01 PlaTrabajoR               PIC X(60).

       FD Movimientos.
       01 MovimientoR.
           05 MV-ID                 PIC 9(5).
           05 MV-Ciclo              PIC 9(3).
           *> F factura del ciclo, T liquidacion.
           05 MV-Tipo               PIC X(1).
           *> Numero de la factura o de la nota de la liquidacion.
           05 MV-Documento          PIC 9(8).
           05 MV-Fecha              PIC 9(8).
           05 MV-Periodo            PIC X(15).
           05 MV-Consumo            PIC 9(5).
           05 MV-Real               PIC 9(10)V99.
           05 MV-Facturado          PIC 9(10)V99.
           05 FILLER                PIC X(1).

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
           05 HI-FILLER12           PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Proyeccion.
       01 Proyeccion-R.
           05 PY-ID                 PIC X(5).
           05 FILLER                PIC X(42).
           05 PY-Acumulado          PIC X(7).
           05 FILLER                PIC X .
           05 PY-Proyectado         PIC X(7).
           05 FILLER                PIC X(70).

       FD Suministros.
       01 SuministroR.
           05 SU-Medidor            PIC X(10).
           05 SU-ID                 PIC 9(5).
           05 SU-Direccion          PIC X(40).
           05 SU-Tarifa             PIC X(2).
           05 SU-Estado             PIC X(1).
           05 SU-Ruta               PIC X(3).
           05 SU-Secuencia          PIC 9(3).
           05 SU-Zona               PIC X(3).

       FD ClientesIDX.
       01 ClientesIDX-R.
           05 CI-ID                PIC 9(5).
           05 CI-NombreUsuario     PIC X(40).
           05 CI-Estado            PIC X(1).
           05 CI-Medidor           PIC X(10).
           05 CI-Direccion         PIC X(40).
           05 CI-Tarifa            PIC X(2).

       FD Versiones.
       01 Version-R                 PIC X(80).

       FD Tarifas.
       01 Tarifas-R                 PIC X(80).

       FD Subsidios.
       01 Subsidio-R                PIC X(80).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Notas.
       01 Nota-R                    PIC X(132).

       FD SecNotas.
       01 SecNotasR.
           05 SN-Numero             PIC 9(8).

       FD Listado.
       01 Listado-R                 PIC X(120).

       FD Ajustes.
       01 Ajuste-R                  PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusPla     PIC XX.
               05 WS-File-StatusPtr     PIC XX.
               05 WS-File-StatusMov     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusPro     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusSub     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusSnt     PIC XX.
               05 WS-File-StatusLis     PIC XX.
               05 WS-File-StatusAju     PIC XX.
           01 WS-Flags.
               05 WS-FlagPla            PIC X(1) VALUE 'N'.
               05 WS-FlagPtr            PIC X(1) VALUE 'N'.
               05 WS-FlagMov            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPro            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagSub            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente tiene plan en PlanPresupuesto.DAT.
               05 WS-FlagHallado        PIC X(1).
               *> 'Y' si el plan buscado ya se reemplazo en la copia
               *> al archivo de trabajo.
               05 WS-FlagReemplazado    PIC X(1).
               *> 'Y' cuando la tarifa vigente se pudo leer.
               05 WS-FlagTarifario      PIC X(1) VALUE 'N'.
               *> 'Y' si ya se corrio "Proyeccion" en esta llamada
               *> por faltar Proyeccion.Txt.
               05 WS-FlagProyectado     PIC X(1) VALUE 'N'.
               *> 'Y' si la cuota del cliente se pudo calcular.
               05 WS-FlagCuota          PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Fecha-Desde        PIC 9(8).
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(15).
           *> Porcentaje de desvio (sobre lo facturado en el ciclo)
           *> a partir del cual la revision corrige la cuota.
           01 WS-Tolerancia         PIC 9(3) VALUE 15.
           *> Plan en curso, armado antes de regrabar el archivo.
           01 WS-Plan.
               05 WS-Pla-ID         PIC 9(5).
               05 WS-Pla-Estado     PIC X(1).
               05 WS-Pla-Alta       PIC 9(8).
               05 WS-Pla-Aniversario PIC 9(8).
               05 WS-Pla-Ciclo      PIC 9(3).
               05 WS-Pla-Cuota      PIC 9(8)V99.
               05 WS-Pla-Kwh        PIC 9(5).
               05 WS-Pla-Origen     PIC X(1).
               05 WS-Pla-Revision   PIC 9(8).
               05 WS-Pla-FechaEstado PIC 9(8).
               05 FILLER            PIC X(3).
           01 WS-Cas-ID             PIC 9(5).
           01 WS-Cli-Tarifa         PIC X(2).
           01 WS-Cant-Suministros   PIC 9(3).
           *> Base de la cuota: consumo de los ultimos doce meses
           *> facturados y, si no alcanzan, el cierre proyectado.
           01 WS-Base.
               05 WS-Bas-Meses          PIC 9(3).
               05 WS-Bas-Consumo        PIC 9(7).
               05 WS-Bas-Proyectado     PIC 9(7).
               05 WS-Bas-Anual          PIC 9(7).
               05 WS-Bas-Kwh            PIC 9(5).
               05 WS-Bas-Origen         PIC X(1).
           *> Tarifa vigente (mismas claves que "Facturacion").
           01 WS-Tarifa.
               05 WS-Tar-CargoFijo      PIC 9(6)V99 VALUE 0.
               05 WS-Tar-Limite1        PIC 9(5) VALUE 0.
               05 WS-Tar-Precio1        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Limite2        PIC 9(5) VALUE 0.
               05 WS-Tar-Precio2        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Precio3        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Impuesto       PIC 9(3)V99 VALUE 0.
           01 WS-Tarifa-Clave           PIC X(10).
           01 WS-Tarifa-Valor           PIC X(15).
           01 WS-Imp-Entera             PIC X(7).
           01 WS-Imp-Decimal            PIC X(2).
           01 WS-Imp-Entera-N           PIC 9(7).
           01 WS-Imp-Decimal-N          PIC 9(2).
           01 WS-Importe                PIC 9(7)V99.
           01 WS-Archivo-Tarifas        PIC X(30) VALUE 'Tarifas.CFG'.
           01 WS-Version-Clave          PIC X(10).
           01 WS-Version-Archivo        PIC X(30).
           01 WS-Version-Desde          PIC 9(8).
           01 WS-Mejor-Desde            PIC 9(8).
           01 WS-Subsidios.
               05 WS-Cant-Subsidios PIC 9(2) VALUE 0.
               05 WS-Subsidio OCCURS 20 TIMES.
                   10 WS-Sub-Clase      PIC X(2).
                   10 WS-Sub-Pct        PIC 9(3)V99.
           01 WS-Sub-Clave          PIC X(10).
           01 WS-Sub-Valor          PIC X(15).
           01 WS-Sub-Idx            PIC 9(2).
           01 WS-Pct-Aplicar        PIC 9(3)V99.
           *> Factura mensual de la base a la tarifa vigente.
           01 WS-Precio.
               05 WS-Kwh-Bloque1        PIC 9(5).
               05 WS-Kwh-Bloque2        PIC 9(5).
               05 WS-Kwh-Bloque3        PIC 9(5).
               05 WS-Energia            PIC 9(10)V99.
               05 WS-Subtotal           PIC 9(10)V99.
               05 WS-Impuesto           PIC 9(9)V99.
               05 WS-Subsidio-Imp       PIC 9(9)V99.
               05 WS-Cuota-Calc         PIC 9(10)V99.
           *> Acumulado del ciclo en curso del plan.
           01 WS-Ciclo.
               05 WS-Cic-Meses          PIC 9(3).
               05 WS-Cic-Real           PIC 9(12)V99.
               05 WS-Cic-Facturado      PIC 9(12)V99.
               05 WS-Cic-Factura        PIC 9(8).
           01 WS-Diferencia         PIC S9(12)V99.
           01 WS-Desvio             PIC 9(12)V99.
           01 WS-Restantes          PIC 9(3).
           01 WS-Cuota-Nueva        PIC S9(10)V99.
           01 WS-Numero-Nota        PIC 9(8).
           01 WS-Tipo-Nota          PIC X(2).
           01 WS-Nota-Imp           PIC 9(10).99.
           01 WS-Cuota-Imp          PIC Z(7)9.99.
           01 WS-Cuota-Ant-Imp      PIC Z(7)9.99.
           01 WS-Dif-Imp            PIC -(11)9.99.
           01 WS-Totales.
               05 WS-Cant-Planes        PIC 9(5) VALUE 0.
               05 WS-Cant-Ajustes       PIC 9(5) VALUE 0.
               05 WS-Tot-Notas          PIC 9(12)V99 VALUE 0.
           01 WS-Listado-Titulo.
               05 FILLER            PIC X(7) VALUE "ID".
               05 FILLER            PIC X(3) VALUE "E".
               05 FILLER            PIC X(10) VALUE "ALTA".
               05 FILLER            PIC X(10) VALUE "CICLO DE".
               05 FILLER            PIC X(5) VALUE "CIC".
               05 FILLER            PIC X(13) VALUE "CUOTA".
               05 FILLER            PIC X(7) VALUE "KWH".
               05 FILLER            PIC X(3) VALUE "O".
               05 FILLER            PIC X(10) VALUE "REVISION".
               05 FILLER            PIC X(16) VALUE "REAL - FACTURADO".
           01 WS-Listado-Linea.
               05 WS-Lis-ID         PIC 9(5).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Estado     PIC X(1).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Alta       PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Aniversario PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Ciclo      PIC ZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Cuota      PIC Z(7)9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Kwh        PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Origen     PIC X(1).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Revision   PIC 9(8).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Diferencia PIC -(11)9.99.

           *> Parametros de "Proyeccion", que se corre si falta el
           *> cierre proyectado y algun cliente no tiene doce meses.
           01 WS-Proyeccion-Parametros.
               05 PR-Costo          PIC 9(4)V99.
               05 PR-Cantidad       PIC 9(5).
               05 PR-Mensaje        PIC X(80).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" adhesion del cliente PS-ID, "B" baja (liquida
               *> el ciclo), "L" listado en PlanPresupuesto.Txt, "R"
               *> revision de cuotas contra la tolerancia, "T"
               *> liquidacion de aniversario de los planes que
               *> cumplen el año (o solo la de PS-ID si viene).
               05 PS-Accion         PIC X(1).
               05 PS-ID             PIC 9(5).
               05 PS-Cantidad       PIC 9(5).
               05 PS-Importe        PIC 9(12)V99.
               05 PS-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO PS-Mensaje
               MOVE 0 TO PS-Cantidad PS-Importe
               MOVE 0 TO WS-Cant-Planes WS-Cant-Ajustes WS-Tot-Notas
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               COMPUTE WS-Fecha-Desde = WS-Fecha - 10000
               PERFORM Cargar-Configuracion
               EVALUATE PS-Accion
                   WHEN "A"
                       PERFORM Alta-Plan
                   WHEN "B"
                       PERFORM Baja-Plan
                   WHEN "L"
                       PERFORM Listar-Planes
                   WHEN "R"
                       PERFORM Revisar-Planes
                   WHEN "T"
                       PERFORM Liquidar-Aniversarios
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO PS-Mensaje
               END-EVALUATE
           EXIT.

           Cargar-Configuracion.
               OPEN INPUT Config
               IF WS-File-StatusCfg = '00' THEN
                   PERFORM UNTIL WS-FlagCfg = 'Y'
                       READ Config INTO Config-R
                           AT END
                               MOVE 'Y' TO WS-FlagCfg
                           NOT AT END
                               PERFORM Leer-Config-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Config
                   MOVE 'N' TO WS-FlagCfg
               END-IF
           EXIT.

           Leer-Config-Linea.
               MOVE SPACES TO WS-Config-Clave WS-Config-Valor
               UNSTRING Config-R DELIMITED BY "="
                   INTO WS-Config-Clave, WS-Config-Valor
               END-UNSTRING
               IF WS-Config-Clave = "TOLERANCIA" AND
                  WS-Config-Valor(1:3) IS NUMERIC THEN
                   MOVE WS-Config-Valor(1:3) TO WS-Tolerancia
               END-IF
           EXIT.

           *> Adhesion: cliente activo del maestro, con un solo punto
           *> de suministro y sin plan vigente; la cuota sale del
           *> consumo de los ultimos doce meses a la tarifa vigente.
           *> Un cliente que ya tuvo plan vuelve con el ciclo
           *> siguiente, para no mezclar sus movimientos viejos.
           Alta-Plan.
               MOVE PS-ID TO WS-Cas-ID
               PERFORM Buscar-Plan
               EVALUATE TRUE
                   WHEN PS-ID = 0
                       MOVE "ERROR Cliente no informado" TO PS-Mensaje
                   WHEN WS-FlagHallado = 'Y' AND WS-Pla-Estado = 'A'
                       MOVE "ERROR El cliente ya tiene plan vigente" TO
                           PS-Mensaje
               END-EVALUATE
               IF PS-Mensaje = SPACES THEN
                   PERFORM Validar-Cliente
               END-IF
               IF PS-Mensaje = SPACES THEN
                   PERFORM Contar-Suministros
                   IF WS-Cant-Suministros > 1 THEN
                       MOVE "ERROR Cliente con varios suministros" TO
                           PS-Mensaje
                   END-IF
               END-IF
               IF PS-Mensaje = SPACES THEN
                   PERFORM Cargar-Tarifas
                   PERFORM Calcular-Cuota
                   IF WS-FlagCuota = 'N' AND PS-Mensaje = SPACES THEN
                       MOVE "ERROR Sin historial ni proyeccion" TO
                           PS-Mensaje
                   END-IF
               END-IF
               IF PS-Mensaje = SPACES THEN
                   IF WS-FlagHallado = 'Y' THEN
                       ADD 1 TO WS-Pla-Ciclo
                   ELSE
                       MOVE 1 TO WS-Pla-Ciclo
                   END-IF
                   MOVE PS-ID TO WS-Pla-ID
                   MOVE 'A' TO WS-Pla-Estado
                   MOVE WS-Fecha TO WS-Pla-Alta WS-Pla-Aniversario
                       WS-Pla-Revision WS-Pla-FechaEstado
                   MOVE WS-Cuota-Calc TO WS-Pla-Cuota
                   MOVE WS-Bas-Kwh TO WS-Pla-Kwh
                   MOVE WS-Bas-Origen TO WS-Pla-Origen
                   PERFORM Regrabar-Planes
                   MOVE WS-Pla-Cuota TO WS-Cuota-Imp PS-Importe
                   STRING "Plan registrado para el cliente " PS-ID
                       " cuota " WS-Cuota-Imp " (" WS-Bas-Kwh
                       " kwh/mes)"
                       DELIMITED BY SIZE INTO PS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Sin ClientesIDX.DAT no se valida ni hay clase tarifaria
           *> (la cuota sale sin subsidio), como en "Debitos".
           Validar-Cliente.
               MOVE SPACES TO WS-Cli-Tarifa
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE PS-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           MOVE "ERROR Cliente inexistente" TO
                               PS-Mensaje
                       NOT INVALID KEY
                           IF CI-Estado NOT = 'A' THEN
                               MOVE "ERROR Cliente dado de baja" TO
                                   PS-Mensaje
                           ELSE
                               MOVE CI-Tarifa TO WS-Cli-Tarifa
                           END-IF
                   END-READ
                   CLOSE ClientesIDX
               END-IF
           EXIT.

           Buscar-Clase.
               MOVE SPACES TO WS-Cli-Tarifa
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE WS-Cas-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CI-Tarifa TO WS-Cli-Tarifa
                   END-READ
                   CLOSE ClientesIDX
               END-IF
           EXIT.

           Contar-Suministros.
               MOVE 0 TO WS-Cant-Suministros
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF SU-ID = WS-Cas-ID AND
                                  SU-Estado = 'A' THEN
                                   ADD 1 TO WS-Cant-Suministros
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           *> Baja: el ciclo en curso se liquida en el momento (nota
           *> por la diferencia acumulada) y el cliente vuelve a
           *> facturar su cargo real desde el proximo ciclo.
           Baja-Plan.
               MOVE PS-ID TO WS-Cas-ID
               PERFORM Buscar-Plan
               IF WS-FlagHallado = 'N' OR WS-Pla-Estado NOT = 'A' THEN
                   MOVE "ERROR El cliente no tiene plan vigente" TO
                       PS-Mensaje
               ELSE
                   PERFORM Liquidar-Ciclo
                   MOVE 'B' TO WS-Pla-Estado
                   MOVE WS-Fecha TO WS-Pla-FechaEstado
                   PERFORM Regrabar-Planes
                   MOVE WS-Diferencia TO WS-Dif-Imp
                   STRING "Plan del cliente " PS-ID
                       " dado de baja, liquidado " WS-Dif-Imp
                       DELIMITED BY SIZE INTO PS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Deja en WS-Plan el plan del cliente WS-Cas-ID.
           Buscar-Plan.
               MOVE 'N' TO WS-FlagHallado
               OPEN INPUT Planes
               IF WS-File-StatusPla = '00' THEN
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               IF PL-ID = WS-Cas-ID THEN
                                   MOVE 'Y' TO WS-FlagHallado
                                   MOVE PlanR TO WS-Plan
                                   MOVE 'Y' TO WS-FlagPla
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   MOVE 'N' TO WS-FlagPla
               END-IF
           EXIT.

           *> Copia los planes al trabajo con WS-Plan en lugar del de
           *> su cliente (o al final si es nuevo) y lo vuelca.
           Regrabar-Planes.
               MOVE 'N' TO WS-FlagReemplazado
               OPEN OUTPUT PlaTrabajo
               OPEN INPUT Planes
               IF WS-File-StatusPla = '00' THEN
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               IF PL-ID = WS-Pla-ID THEN
                                   MOVE WS-Plan TO PlaTrabajoR
                                   MOVE 'Y' TO WS-FlagReemplazado
                               ELSE
                                   MOVE PlanR TO PlaTrabajoR
                               END-IF
                               WRITE PlaTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   MOVE 'N' TO WS-FlagPla
               END-IF
               IF WS-FlagReemplazado = 'N' THEN
                   MOVE WS-Plan TO PlaTrabajoR
                   WRITE PlaTrabajoR
               END-IF
               CLOSE PlaTrabajo
               PERFORM Volcar-Planes
           EXIT.

           Volcar-Planes.
               OPEN INPUT PlaTrabajo
               OPEN OUTPUT Planes
               PERFORM UNTIL WS-FlagPtr = 'Y'
                   READ PlaTrabajo INTO PlaTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagPtr
                       NOT AT END
                           MOVE PlaTrabajoR TO PlanR
                           WRITE PlanR
                   END-READ
               END-PERFORM
               CLOSE PlaTrabajo
               CLOSE Planes
               MOVE 'N' TO WS-FlagPtr
               DELETE FILE PlaTrabajo
           EXIT.

           Listar-Planes.
               OPEN INPUT Planes
               IF WS-File-StatusPla NOT = '00' THEN
                   MOVE "ERROR No hay planes registrados" TO PS-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "PLANES DE CUOTA FIJA AL " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE WS-Listado-Titulo TO Listado-R
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               PERFORM Listar-Plan
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   CLOSE Listado
                   MOVE 'N' TO WS-FlagPla
                   MOVE WS-Cant-Planes TO PS-Cantidad
                   STRING "Planes listados en PlanPresupuesto.Txt: "
                       WS-Cant-Planes
                       DELIMITED BY SIZE INTO PS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Plan.
               MOVE PlanR TO WS-Plan
               MOVE WS-Pla-ID TO WS-Cas-ID
               PERFORM Sumar-Ciclo
               MOVE PL-ID TO WS-Lis-ID
               MOVE PL-Estado TO WS-Lis-Estado
               MOVE PL-Alta TO WS-Lis-Alta
               MOVE PL-Aniversario TO WS-Lis-Aniversario
               MOVE PL-Ciclo TO WS-Lis-Ciclo
               MOVE PL-Cuota TO WS-Lis-Cuota
               MOVE PL-Kwh TO WS-Lis-Kwh
               MOVE PL-Origen TO WS-Lis-Origen
               MOVE PL-Revision TO WS-Lis-Revision
               MOVE WS-Diferencia TO WS-Lis-Diferencia
               MOVE WS-Listado-Linea TO Listado-R
               WRITE Listado-R
               ADD 1 TO WS-Cant-Planes
           EXIT.

           *> Revision periodica: para cada plan activo, si la
           *> diferencia acumulada del ciclo (real menos facturado)
           *> se aparta de lo facturado mas que la tolerancia, la
           *> cuota se corrige repartiendo la diferencia en los meses
           *> que le quedan al ciclo.
           Revisar-Planes.
               OPEN INPUT Planes
               IF WS-File-StatusPla NOT = '00' THEN
                   MOVE "ERROR No hay planes registrados" TO PS-Mensaje
               ELSE
                   OPEN OUTPUT PlaTrabajo
                   PERFORM Abrir-Ajustes
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               MOVE PlanR TO WS-Plan
                               IF WS-Pla-Estado = 'A' THEN
                                   PERFORM Revisar-Plan
                               END-IF
                               MOVE WS-Plan TO PlaTrabajoR
                               WRITE PlaTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   CLOSE PlaTrabajo
                   CLOSE Ajustes
                   MOVE 'N' TO WS-FlagPla
                   PERFORM Volcar-Planes
                   MOVE WS-Cant-Ajustes TO PS-Cantidad
                   STRING "Planes revisados: " WS-Cant-Planes
                       "  cuotas ajustadas: " WS-Cant-Ajustes
                       " (PresupuestoAjustes.Txt)"
                       DELIMITED BY SIZE INTO PS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Revisar-Plan.
               ADD 1 TO WS-Cant-Planes
               MOVE WS-Pla-ID TO WS-Cas-ID
               PERFORM Sumar-Ciclo
               IF WS-Diferencia < 0 THEN
                   COMPUTE WS-Desvio = 0 - WS-Diferencia
               ELSE
                   MOVE WS-Diferencia TO WS-Desvio
               END-IF
               MOVE WS-Fecha TO WS-Pla-Revision
               IF WS-Cic-Meses > 0 AND WS-Cic-Meses < 12 AND
                  WS-Desvio * 100 >
                      WS-Cic-Facturado * WS-Tolerancia THEN
                   COMPUTE WS-Restantes = 12 - WS-Cic-Meses
                   COMPUTE WS-Cuota-Nueva ROUNDED =
                       WS-Pla-Cuota + (WS-Diferencia / WS-Restantes)
                   IF WS-Cuota-Nueva < 0 THEN
                       MOVE 0 TO WS-Cuota-Nueva
                   END-IF
                   MOVE WS-Pla-Cuota TO WS-Cuota-Ant-Imp
                   MOVE WS-Cuota-Nueva TO WS-Pla-Cuota
                   MOVE WS-Pla-Cuota TO WS-Cuota-Imp
                   MOVE WS-Diferencia TO WS-Dif-Imp
                   MOVE SPACES TO Ajuste-R
                   STRING "R|" WS-Pla-ID "|" WS-Pla-Ciclo "|"
                       WS-Cic-Meses " meses|diferencia " WS-Dif-Imp
                       "|cuota " WS-Cuota-Ant-Imp " -> " WS-Cuota-Imp
                       "|"
                       DELIMITED BY SIZE INTO Ajuste-R
                   END-STRING
                   WRITE Ajuste-R
                   ADD 1 TO WS-Cant-Ajustes
               END-IF
           EXIT.

           *> Liquidacion de aniversario: cada plan activo que cumplio
           *> el año de su ciclo (o el de PS-ID, a pedido) liquida la
           *> diferencia acumulada con una nota, arranca el ciclo
           *> siguiente y recalcula la cuota con los ultimos doce
           *> meses a la tarifa vigente.
           Liquidar-Aniversarios.
               OPEN INPUT Planes
               IF WS-File-StatusPla NOT = '00' THEN
                   MOVE "ERROR No hay planes registrados" TO PS-Mensaje
               ELSE
                   PERFORM Cargar-Tarifas
                   OPEN OUTPUT PlaTrabajo
                   PERFORM Abrir-Ajustes
                   PERFORM UNTIL WS-FlagPla = 'Y'
                       READ Planes INTO PlanR
                           AT END
                               MOVE 'Y' TO WS-FlagPla
                           NOT AT END
                               MOVE PlanR TO WS-Plan
                               IF WS-Pla-Estado = 'A' AND
                                  ((PS-ID = 0 AND
                                    WS-Pla-Aniversario + 10000
                                        <= WS-Fecha) OR
                                   PS-ID = WS-Pla-ID) THEN
                                   PERFORM Liquidar-Plan
                               END-IF
                               MOVE WS-Plan TO PlaTrabajoR
                               WRITE PlaTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Planes
                   CLOSE PlaTrabajo
                   CLOSE Ajustes
                   MOVE 'N' TO WS-FlagPla
                   PERFORM Volcar-Planes
                   MOVE WS-Cant-Planes TO PS-Cantidad
                   MOVE WS-Tot-Notas TO PS-Importe
                   STRING "Ciclos liquidados: " WS-Cant-Planes
                       "  notas emitidas: " WS-Cant-Ajustes
                       " (PresupuestoAjustes.Txt)"
                       DELIMITED BY SIZE INTO PS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Liquidar-Plan.
               ADD 1 TO WS-Cant-Planes
               MOVE WS-Pla-ID TO WS-Cas-ID
               PERFORM Liquidar-Ciclo
               MOVE WS-Pla-Cuota TO WS-Cuota-Ant-Imp
               ADD 1 TO WS-Pla-Ciclo
               MOVE WS-Fecha TO WS-Pla-Aniversario WS-Pla-Revision
               PERFORM Buscar-Clase
               PERFORM Calcular-Cuota
               IF WS-FlagCuota = 'Y' THEN
                   MOVE WS-Cuota-Calc TO WS-Pla-Cuota
                   MOVE WS-Bas-Kwh TO WS-Pla-Kwh
                   MOVE WS-Bas-Origen TO WS-Pla-Origen
               END-IF
               MOVE WS-Pla-Cuota TO WS-Cuota-Imp
               MOVE WS-Diferencia TO WS-Dif-Imp
               MOVE SPACES TO Ajuste-R
               STRING "T|" WS-Pla-ID "|" WS-Pla-Ciclo "|"
                   WS-Tipo-Nota " " WS-Numero-Nota
                   "|diferencia " WS-Dif-Imp
                   "|cuota " WS-Cuota-Ant-Imp " -> " WS-Cuota-Imp "|"
                   DELIMITED BY SIZE INTO Ajuste-R
               END-STRING
               WRITE Ajuste-R
           EXIT.

           *> Cierra el ciclo en curso de WS-Plan: la diferencia
           *> acumulada sale como ND (real mayor que facturado) o NC
           *> sobre la ultima factura del ciclo, y un movimiento T la
           *> compensa para que el ciclo quede en cero.
           Liquidar-Ciclo.
               MOVE SPACES TO WS-Tipo-Nota
               MOVE 0 TO WS-Numero-Nota
               PERFORM Sumar-Ciclo
               IF WS-Diferencia NOT = 0 THEN
                   IF WS-Diferencia > 0 THEN
                       MOVE "ND" TO WS-Tipo-Nota
                       MOVE WS-Diferencia TO WS-Desvio
                   ELSE
                       MOVE "NC" TO WS-Tipo-Nota
                       COMPUTE WS-Desvio = 0 - WS-Diferencia
                   END-IF
                   PERFORM Emitir-Nota
                   MOVE SPACES TO MovimientoR
                   MOVE WS-Pla-ID TO MV-ID
                   MOVE WS-Pla-Ciclo TO MV-Ciclo
                   MOVE "T" TO MV-Tipo
                   MOVE WS-Numero-Nota TO MV-Documento
                   MOVE WS-Fecha TO MV-Fecha
                   MOVE SPACES TO MV-Periodo
                   MOVE 0 TO MV-Consumo
                   IF WS-Tipo-Nota = "ND" THEN
                       MOVE 0 TO MV-Real
                       MOVE WS-Desvio TO MV-Facturado
                   ELSE
                       MOVE WS-Desvio TO MV-Real
                       MOVE 0 TO MV-Facturado
                   END-IF
                   OPEN EXTEND Movimientos
                   IF WS-File-StatusMov NOT = '00' THEN
                       OPEN OUTPUT Movimientos
                   END-IF
                   WRITE MovimientoR
                   CLOSE Movimientos
                   ADD 1 TO WS-Cant-Ajustes
                   ADD WS-Desvio TO WS-Tot-Notas
               END-IF
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
               MOVE WS-Desvio TO WS-Nota-Imp
               MOVE SPACES TO Nota-R
               STRING WS-Tipo-Nota "|" WS-Numero-Nota "|" WS-Pla-ID
                   "|" WS-Cic-Factura "|" WS-Nota-Imp "|" WS-Fecha
                   "|"
                   DELIMITED BY SIZE INTO Nota-R
               END-STRING
               WRITE Nota-R
               CLOSE Notas
           EXIT.

           *> Acumula los movimientos del ciclo en curso de WS-Plan:
           *> meses facturados, cargo real, cuota facturada, la
           *> ultima factura y la diferencia real menos facturado.
           Sumar-Ciclo.
               MOVE 0 TO WS-Cic-Meses WS-Cic-Real WS-Cic-Facturado
                   WS-Cic-Factura
               OPEN INPUT Movimientos
               IF WS-File-StatusMov = '00' THEN
                   PERFORM UNTIL WS-FlagMov = 'Y'
                       READ Movimientos INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagMov
                           NOT AT END
                               IF MV-ID = WS-Pla-ID AND
                                  MV-Ciclo = WS-Pla-Ciclo THEN
                                   ADD MV-Real TO WS-Cic-Real
                                   ADD MV-Facturado TO WS-Cic-Facturado
                                   IF MV-Tipo = "F" THEN
                                       ADD 1 TO WS-Cic-Meses
                                       MOVE MV-Documento TO
                                           WS-Cic-Factura
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Movimientos
                   MOVE 'N' TO WS-FlagMov
               END-IF
               COMPUTE WS-Diferencia = WS-Cic-Real - WS-Cic-Facturado
           EXIT.

           *> Cuota del cliente WS-Cas-ID: consumo mensual de base
           *> (ultimos doce meses facturados; si son menos, los meses
           *> que faltan salen del cierre proyectado) facturado a la
           *> tarifa vigente con cargo fijo, impuesto y el subsidio
           *> de su clase, igual que "Facturacion".
           Calcular-Cuota.
               MOVE 'N' TO WS-FlagCuota
               MOVE 0 TO WS-Cuota-Calc
               PERFORM Sumar-Historial
               MOVE 0 TO WS-Bas-Proyectado
               IF WS-Bas-Meses < 12 THEN
                   PERFORM Buscar-Proyeccion
               END-IF
               EVALUATE TRUE
                   WHEN WS-Bas-Meses >= 12
                       COMPUTE WS-Bas-Anual =
                           (WS-Bas-Consumo * 12) / WS-Bas-Meses
                       MOVE "H" TO WS-Bas-Origen
                   WHEN WS-Bas-Proyectado > 0 AND WS-Bas-Meses > 0
                       COMPUTE WS-Bas-Anual = WS-Bas-Consumo +
                           (WS-Bas-Proyectado * (12 - WS-Bas-Meses))
                           / 12
                       MOVE "M" TO WS-Bas-Origen
                   WHEN WS-Bas-Proyectado > 0
                       MOVE WS-Bas-Proyectado TO WS-Bas-Anual
                       MOVE "P" TO WS-Bas-Origen
                   WHEN WS-Bas-Meses > 0
                       COMPUTE WS-Bas-Anual =
                           (WS-Bas-Consumo * 12) / WS-Bas-Meses
                       MOVE "H" TO WS-Bas-Origen
                   WHEN OTHER
                       MOVE 0 TO WS-Bas-Anual
               END-EVALUATE
               IF WS-Bas-Anual > 0 THEN
                   IF WS-FlagTarifario = 'N' THEN
                       MOVE "ERROR Sin tarifa vigente para la cuota" TO
                           PS-Mensaje
                   ELSE
                       COMPUTE WS-Bas-Kwh ROUNDED = WS-Bas-Anual / 12
                       PERFORM Facturar-Base
                       MOVE 'Y' TO WS-FlagCuota
                   END-IF
               END-IF
           EXIT.

           Sumar-Historial.
               MOVE 0 TO WS-Bas-Meses WS-Bas-Consumo
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE WS-Cas-ID TO HI-Cli-ID
                   MOVE WS-Fecha-Desde TO HI-Cli-Fecha
                   START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-ID NOT = WS-Cas-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   ADD 1 TO WS-Bas-Meses
                                   ADD HI-Consumo TO WS-Bas-Consumo
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           *> Cierre anual proyectado del cliente; sin Proyeccion.Txt
           *> se corre "Proyeccion" una vez y se vuelve a buscar.
           Buscar-Proyeccion.
               OPEN INPUT Proyeccion
               IF WS-File-StatusPro NOT = '00' AND
                  WS-FlagProyectado = 'N' THEN
                   MOVE 'Y' TO WS-FlagProyectado
                   MOVE 0 TO PR-Costo
                   CALL "Proyeccion" USING WS-Proyeccion-Parametros
                   OPEN INPUT Proyeccion
               END-IF
               IF WS-File-StatusPro = '00' THEN
                   PERFORM UNTIL WS-FlagPro = 'Y'
                       READ Proyeccion INTO Proyeccion-R
                           AT END
                               MOVE 'Y' TO WS-FlagPro
                           NOT AT END
                               IF PY-ID IS NUMERIC AND
                                  PY-Proyectado IS NUMERIC THEN
                                   IF PY-ID = WS-Cas-ID THEN
                                       MOVE PY-Proyectado TO
                                           WS-Bas-Proyectado
                                       MOVE 'Y' TO WS-FlagPro
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Proyeccion
                   MOVE 'N' TO WS-FlagPro
               END-IF
           EXIT.

           *> Mismos bloques, impuesto y subsidio que la factura
           *> mensual de "Facturacion", sobre el consumo de base.
           Facturar-Base.
               IF WS-Bas-Kwh > WS-Tar-Limite1 THEN
                   MOVE WS-Tar-Limite1 TO WS-Kwh-Bloque1
               ELSE
                   MOVE WS-Bas-Kwh TO WS-Kwh-Bloque1
               END-IF
               EVALUATE TRUE
                   WHEN WS-Bas-Kwh <= WS-Tar-Limite1
                       MOVE 0 TO WS-Kwh-Bloque2
                   WHEN WS-Bas-Kwh <= WS-Tar-Limite2
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Bas-Kwh - WS-Tar-Limite1
                   WHEN OTHER
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Tar-Limite2 - WS-Tar-Limite1
               END-EVALUATE
               IF WS-Bas-Kwh > WS-Tar-Limite2 THEN
                   COMPUTE WS-Kwh-Bloque3 =
                       WS-Bas-Kwh - WS-Tar-Limite2
               ELSE
                   MOVE 0 TO WS-Kwh-Bloque3
               END-IF
               COMPUTE WS-Energia ROUNDED =
                   (WS-Kwh-Bloque1 * WS-Tar-Precio1) +
                   (WS-Kwh-Bloque2 * WS-Tar-Precio2) +
                   (WS-Kwh-Bloque3 * WS-Tar-Precio3)
               COMPUTE WS-Subtotal = WS-Tar-CargoFijo + WS-Energia
               COMPUTE WS-Impuesto ROUNDED =
                   (WS-Subtotal * WS-Tar-Impuesto) / 100
               MOVE 0 TO WS-Pct-Aplicar
               PERFORM VARYING WS-Sub-Idx FROM 1 BY 1
                       UNTIL WS-Sub-Idx > WS-Cant-Subsidios
                   IF WS-Sub-Clase(WS-Sub-Idx) = WS-Cli-Tarifa THEN
                       MOVE WS-Sub-Pct(WS-Sub-Idx) TO WS-Pct-Aplicar
                   END-IF
               END-PERFORM
               COMPUTE WS-Subsidio-Imp ROUNDED =
                   ((WS-Subtotal + WS-Impuesto) * WS-Pct-Aplicar) / 100
               COMPUTE WS-Cuota-Calc =
                   WS-Subtotal + WS-Impuesto - WS-Subsidio-Imp
           EXIT.

           Abrir-Ajustes.
               OPEN EXTEND Ajustes
               IF WS-File-StatusAju NOT = '00' THEN
                   OPEN OUTPUT Ajustes
               END-IF
           EXIT.

           *> Version tarifaria vigente a hoy y subsidios por clase,
           *> igual que "Facturacion".
           Cargar-Tarifas.
               PERFORM Elegir-Version-Tarifa
               OPEN INPUT Tarifas
               IF WS-File-StatusTar = '00' THEN
                   PERFORM UNTIL WS-FlagTar = 'Y'
                       READ Tarifas INTO Tarifas-R
                           AT END
                               MOVE 'Y' TO WS-FlagTar
                           NOT AT END
                               PERFORM Leer-Tarifa-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Tarifas
                   MOVE 'N' TO WS-FlagTar
                   MOVE 'Y' TO WS-FlagTarifario
               END-IF
               PERFORM Cargar-Subsidios
           EXIT.

           Elegir-Version-Tarifa.
               MOVE 0 TO WS-Mejor-Desde
               OPEN INPUT Versiones
               IF WS-File-StatusVer = '00' THEN
                   PERFORM UNTIL WS-FlagVer = 'Y'
                       READ Versiones INTO Version-R
                           AT END
                               MOVE 'Y' TO WS-FlagVer
                           NOT AT END
                               PERFORM Evaluar-Version
                       END-READ
                   END-PERFORM
                   CLOSE Versiones
                   MOVE 'N' TO WS-FlagVer
               END-IF
           EXIT.

           Evaluar-Version.
               MOVE SPACES TO WS-Version-Clave WS-Version-Archivo
               UNSTRING Version-R DELIMITED BY "="
                   INTO WS-Version-Clave, WS-Version-Archivo
               END-UNSTRING
               IF WS-Version-Clave(1:8) IS NUMERIC THEN
                   MOVE WS-Version-Clave(1:8) TO WS-Version-Desde
                   IF WS-Version-Desde <= WS-Fecha AND
                      WS-Version-Desde > WS-Mejor-Desde THEN
                       MOVE WS-Version-Desde TO WS-Mejor-Desde
                       MOVE WS-Version-Archivo TO WS-Archivo-Tarifas
                   END-IF
               END-IF
           EXIT.

           Leer-Tarifa-Linea.
               UNSTRING Tarifas-R DELIMITED BY "="
                   INTO WS-Tarifa-Clave, WS-Tarifa-Valor
               END-UNSTRING
               EVALUATE WS-Tarifa-Clave
                   WHEN "CARGOFIJO"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-CargoFijo
                   WHEN "LIMITE1"
                       MOVE WS-Tarifa-Valor TO WS-Tar-Limite1
                   WHEN "PRECIO1"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-Precio1
                   WHEN "LIMITE2"
                       MOVE WS-Tarifa-Valor TO WS-Tar-Limite2
                   WHEN "PRECIO2"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-Precio2
                   WHEN "PRECIO3"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-Precio3
                   WHEN "IMPUESTO"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Tar-Impuesto
               END-EVALUATE
           EXIT.

           Cargar-Subsidios.
               MOVE 0 TO WS-Cant-Subsidios
               OPEN INPUT Subsidios
               IF WS-File-StatusSub = '00' THEN
                   PERFORM UNTIL WS-FlagSub = 'Y'
                       READ Subsidios INTO Subsidio-R
                           AT END
                               MOVE 'Y' TO WS-FlagSub
                           NOT AT END
                               PERFORM Leer-Subsidio-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Subsidios
                   MOVE 'N' TO WS-FlagSub
               END-IF
           EXIT.

           Leer-Subsidio-Linea.
               MOVE SPACES TO WS-Sub-Clave WS-Sub-Valor
               UNSTRING Subsidio-R DELIMITED BY "="
                   INTO WS-Sub-Clave, WS-Sub-Valor
               END-UNSTRING
               IF WS-Sub-Clave NOT = SPACES AND
                  WS-Cant-Subsidios < 20 THEN
                   ADD 1 TO WS-Cant-Subsidios
                   MOVE WS-Sub-Clave(1:2) TO
                       WS-Sub-Clase(WS-Cant-Subsidios)
                   MOVE WS-Sub-Valor TO WS-Tarifa-Valor
                   PERFORM Convertir-Importe
                   MOVE WS-Importe TO
                       WS-Sub-Pct(WS-Cant-Subsidios)
               END-IF
           EXIT.

           Convertir-Importe.
               MOVE SPACES TO WS-Imp-Entera WS-Imp-Decimal
               UNSTRING WS-Tarifa-Valor DELIMITED BY "."
                   INTO WS-Imp-Entera, WS-Imp-Decimal
               END-UNSTRING
               MOVE 0 TO WS-Imp-Entera-N WS-Imp-Decimal-N
               IF WS-Imp-Entera NOT = SPACES THEN
                   MOVE WS-Imp-Entera TO WS-Imp-Entera-N
               END-IF
               IF WS-Imp-Decimal(1:1) = SPACE THEN
                   MOVE "0" TO WS-Imp-Decimal(1:1)
               END-IF
               IF WS-Imp-Decimal(2:1) = SPACE THEN
                   MOVE "0" TO WS-Imp-Decimal(2:1)
               END-IF
               MOVE WS-Imp-Decimal TO WS-Imp-Decimal-N
               COMPUTE WS-Importe =
                   WS-Imp-Entera-N + (WS-Imp-Decimal-N / 100)
           EXIT.
