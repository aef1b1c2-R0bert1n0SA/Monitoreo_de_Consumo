       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reclamos AS "Reclamos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Reclamos de clientes: numero correlativo, cliente,
           *> suministro, factura reclamada, categoria, fechas, estado
           *> y orden de relectura/inspeccion emitida; crece por
           *> EXTEND y se regraba entero al cambiar de estado, mismo
           *> criterio que Ordenes.DAT. Mientras el reclamo esta
           *> abierto, "Cobranzas" deja la factura reclamada fuera de
           *> la intimacion y de la lista de corte.
           SELECT Reclamos ASSIGN TO 'Reclamos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRec.

           SELECT RecTrabajo ASSIGN TO 'ReclamosTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Numero correlativo de reclamo, mismo patron que
           *> OrdenesSec.DAT.
           SELECT Secuencia ASSIGN TO 'ReclamosSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Plazo de resolucion (dias) por categoria: SLAFA=,
           *> SLALE=, SLADO=, SLACS=, SLAOT=, mismo estilo clave=valor
           *> que Tolerancias.CFG.
           SELECT Config ASSIGN TO 'Reclamos.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Maestro secuencial de clientes: el reclamo tiene que ser
           *> de un cliente existente (activo o no).
           SELECT Maestro ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMas.

           *> El suministro reclamado tiene que ser del cliente.
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> La factura reclamada tiene que ser del cliente.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           *> Antiguedad de los reclamos abiertos por categoria contra
           *> el plazo de la categoria.
           SELECT Antiguedad ASSIGN TO 'ReclamosSLA.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusAnt.

           SELECT Listado ASSIGN TO 'Reclamos.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Reclamos.
       01 ReclamoR.
           05 RC-Numero             PIC 9(6).
           05 RC-ID                 PIC 9(5).
           05 RC-Suministro         PIC X(10).
           *> Factura reclamada (cero = el reclamo no discute una
           *> factura en particular).
           05 RC-Factura            PIC 9(8).
           *> FA factura alta, LE lectura erronea, DO domicilio,
           *> CS falta de suministro, OT otros.
           05 RC-Categoria          PIC X(2).
           05 RC-FechaAlta          PIC 9(8).
           05 RC-FechaCierre        PIC 9(8).
           *> 'A' abierto, 'O' abierto con orden emitida, 'P'
           *> resuelto procedente, 'D' desestimado.
           05 RC-Estado             PIC X(1).
           05 RC-Orden              PIC 9(6).
           05 RC-Operador           PIC X(10).
           05 RC-Detalle            PIC X(40).
           05 RC-Resolucion         PIC X(40).

       FD RecTrabajo.
       01 RecTrabajoR               PIC X(144).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Maestro.
       01 MaestroR.
           05 M-ID                 PIC 9(5).
           05 M-NombreUsuario      PIC X(40).
           05 M-Estado             PIC X(1).
           05 M-Medidor            PIC X(10).
           05 M-Direccion          PIC X(40).
           05 M-Tarifa             PIC X(2).

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

       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 HI-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HI-Numero             PIC 9(8).
           05 FILLER                PIC X(25).

       FD Antiguedad.
       01 Antiguedad-R              PIC X(132).

       FD Listado.
       01 Listado-R                 PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusRec     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusMas     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusAnt     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagRec            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagMas            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               *> Resultado de las validaciones del alta.
               05 WS-FlagCliente        PIC X(1).
               05 WS-FlagPunto          PIC X(1).
               05 WS-FlagFactura        PIC X(1).
               *> 'Y' si el reclamo pedido existe y esta abierto.
               05 WS-FlagEncontrado     PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(15).
           *> Categorias con su plazo (SLA) y la antiguedad de los
           *> abiertos en bandas de 0-5, 6-15, 16-30 y mas de 30 dias.
           01 WS-Categorias.
               05 WS-Cat-Fila OCCURS 5 TIMES.
                   10 WS-Cat-Codigo     PIC X(2).
                   10 WS-Cat-Nombre     PIC X(20).
                   10 WS-Cat-SLA        PIC 9(3).
                   10 WS-Cat-Abiertos   PIC 9(5).
                   10 WS-Cat-Banda1     PIC 9(5).
                   10 WS-Cat-Banda2     PIC 9(5).
                   10 WS-Cat-Banda3     PIC 9(5).
                   10 WS-Cat-Banda4     PIC 9(5).
                   10 WS-Cat-Fuera      PIC 9(5).
           01 WS-IdxCat             PIC 9(2).
           01 WS-Cat-Hallada        PIC 9(2).
           *> Dias abiertos con la convencion comercial 30/360 de
           *> "Cobranzas".
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Alta          PIC 9(7).
           01 WS-Dias-Abierto       PIC 9(5).
           01 WS-Marca-SLA          PIC X(12).
           *> Datos del reclamo abierto hallado, para emitir la orden.
           01 WS-Rec-ID             PIC 9(5).
           01 WS-Rec-Orden          PIC 9(6).
           01 WS-Totales.
               05 WS-Cant-Procesados    PIC 9(5) VALUE 0.
               05 WS-Cant-Abiertos      PIC 9(5) VALUE 0.
               05 WS-Cant-Fuera         PIC 9(5) VALUE 0.
           *> Parametros del modulo "Ordenes": un reclamo puede pedir
           *> una orden de relectura (L) o de inspeccion (S).
           01 WS-Ordenes-Parametros.
               05 OS-Accion         PIC X(1).
               05 OS-Numero-Ent     PIC 9(6).
               05 OS-ID-Ent         PIC 9(5).
               05 OS-Resultado      PIC X(1).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" alta (RQ-ID, RQ-Suministro, RQ-Factura,
               *> RQ-Categoria, RQ-Detalle; devuelve el numero en
               *> RQ-Numero), "O" emite una orden de relectura (L) o
               *> inspeccion (S) para el reclamo RQ-Numero, "R"
               *> resuelve el reclamo con RQ-Resultado P procedente o
               *> D desestimado y RQ-Detalle como resolucion, "S"
               *> antiguedad de los abiertos contra el plazo, "L"
               *> listado de todos los reclamos.
               05 RQ-Accion         PIC X(1).
               05 RQ-Numero         PIC 9(6).
               05 RQ-ID             PIC 9(5).
               05 RQ-Suministro     PIC X(10).
               05 RQ-Factura        PIC 9(8).
               05 RQ-Categoria      PIC X(2).
               05 RQ-Detalle        PIC X(40).
               05 RQ-Resultado      PIC X(1).
               05 RQ-Tipo-Orden     PIC X(1).
               05 RQ-Operador       PIC X(10).
               05 RQ-Cantidad       PIC 9(5).
               05 RQ-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO RQ-Mensaje
               MOVE 0 TO RQ-Cantidad
               MOVE 0 TO WS-Cant-Abiertos WS-Cant-Fuera
                   WS-Cant-Procesados
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               PERFORM Iniciar-Categorias
               PERFORM Cargar-Configuracion
               EVALUATE RQ-Accion
                   WHEN "A"
                       PERFORM Alta-Reclamo
                   WHEN "O"
                       PERFORM Emitir-Orden
                   WHEN "R"
                       PERFORM Resolver-Reclamo
                   WHEN "S"
                       PERFORM Listar-Antiguedad
                   WHEN "L"
                       PERFORM Listar-Reclamos
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO RQ-Mensaje
               END-EVALUATE
           EXIT.

           Iniciar-Categorias.
               MOVE "FA" TO WS-Cat-Codigo(1)
               MOVE "Factura alta" TO WS-Cat-Nombre(1)
               MOVE 15 TO WS-Cat-SLA(1)
               MOVE "LE" TO WS-Cat-Codigo(2)
               MOVE "Lectura erronea" TO WS-Cat-Nombre(2)
               MOVE 10 TO WS-Cat-SLA(2)
               MOVE "DO" TO WS-Cat-Codigo(3)
               MOVE "Domicilio" TO WS-Cat-Nombre(3)
               MOVE 5 TO WS-Cat-SLA(3)
               MOVE "CS" TO WS-Cat-Codigo(4)
               MOVE "Falta de suministro" TO WS-Cat-Nombre(4)
               MOVE 2 TO WS-Cat-SLA(4)
               MOVE "OT" TO WS-Cat-Codigo(5)
               MOVE "Otros" TO WS-Cat-Nombre(5)
               MOVE 20 TO WS-Cat-SLA(5)
               PERFORM VARYING WS-IdxCat FROM 1 BY 1
                   UNTIL WS-IdxCat > 5
                   MOVE 0 TO WS-Cat-Abiertos(WS-IdxCat)
                       WS-Cat-Banda1(WS-IdxCat)
                       WS-Cat-Banda2(WS-IdxCat)
                       WS-Cat-Banda3(WS-IdxCat)
                       WS-Cat-Banda4(WS-IdxCat)
                       WS-Cat-Fuera(WS-IdxCat)
               END-PERFORM
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

           *> SLAxx=ddd: plazo en dias de la categoria xx.
           Leer-Config-Linea.
               UNSTRING Config-R DELIMITED BY "="
                   INTO WS-Config-Clave, WS-Config-Valor
               END-UNSTRING
               IF WS-Config-Clave(1:3) = "SLA" AND
                  WS-Config-Valor(1:3) IS NUMERIC THEN
                   PERFORM VARYING WS-IdxCat FROM 1 BY 1
                       UNTIL WS-IdxCat > 5
                       IF WS-Cat-Codigo(WS-IdxCat) =
                          WS-Config-Clave(4:2) THEN
                           MOVE WS-Config-Valor(1:3) TO
                               WS-Cat-SLA(WS-IdxCat)
                       END-IF
                   END-PERFORM
               END-IF
           EXIT.

           Buscar-Categoria.
               MOVE 0 TO WS-Cat-Hallada
               PERFORM VARYING WS-IdxCat FROM 1 BY 1
                   UNTIL WS-IdxCat > 5
                   IF WS-Cat-Codigo(WS-IdxCat) = RQ-Categoria THEN
                       MOVE WS-IdxCat TO WS-Cat-Hallada
                   END-IF
               END-PERFORM
           EXIT.

           Alta-Reclamo.
               PERFORM Buscar-Categoria
               PERFORM Controlar-Cliente
               MOVE 'Y' TO WS-FlagPunto WS-FlagFactura
               IF RQ-Suministro NOT = SPACES THEN
                   PERFORM Controlar-Punto
               END-IF
               IF RQ-Factura IS NUMERIC AND RQ-Factura > 0 THEN
                   PERFORM Controlar-Factura
               ELSE
                   MOVE 0 TO RQ-Factura
               END-IF
               EVALUATE TRUE
                   WHEN WS-Cat-Hallada = 0
                       MOVE "ERROR Categoria no valida (FA/LE/DO/CS/OT)"
                           TO RQ-Mensaje
                   WHEN WS-FlagCliente = 'N'
                       MOVE "ERROR Cliente inexistente" TO RQ-Mensaje
                   WHEN WS-FlagPunto = 'N'
                       MOVE "ERROR El suministro no es del cliente" TO
                           RQ-Mensaje
                   WHEN WS-FlagFactura = 'N'
                       MOVE "ERROR La factura no es del cliente" TO
                           RQ-Mensaje
                   WHEN OTHER
                       PERFORM Grabar-Reclamo
               END-EVALUATE
           EXIT.

           Controlar-Cliente.
               MOVE 'N' TO WS-FlagCliente
               OPEN INPUT Maestro
               IF WS-File-StatusMas = '00' THEN
                   PERFORM UNTIL WS-FlagMas = 'Y'
                       READ Maestro INTO MaestroR
                           AT END
                               MOVE 'Y' TO WS-FlagMas
                           NOT AT END
                               IF M-ID = RQ-ID THEN
                                   MOVE 'Y' TO WS-FlagCliente
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Maestro
                   MOVE 'N' TO WS-FlagMas
               END-IF
           EXIT.

           Controlar-Punto.
               MOVE 'N' TO WS-FlagPunto
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF SU-Medidor = RQ-Suministro AND
                                  SU-ID = RQ-ID THEN
                                   MOVE 'Y' TO WS-FlagPunto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Controlar-Factura.
               MOVE 'N' TO WS-FlagFactura
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico INTO Historico-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-Numero = RQ-Factura AND
                                  HI-ID = RQ-ID THEN
                                   MOVE 'Y' TO WS-FlagFactura
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           Grabar-Reclamo.
               PERFORM Avanzar-Secuencia
               OPEN EXTEND Reclamos
               IF WS-File-StatusRec NOT = '00' THEN
                   OPEN OUTPUT Reclamos
               END-IF
               IF WS-File-StatusRec = '00' THEN
                   MOVE WS-Secuencia TO RC-Numero
                   MOVE RQ-ID TO RC-ID
                   MOVE RQ-Suministro TO RC-Suministro
                   MOVE RQ-Factura TO RC-Factura
                   MOVE RQ-Categoria TO RC-Categoria
                   MOVE WS-Fecha TO RC-FechaAlta
                   MOVE 0 TO RC-FechaCierre RC-Orden
                   MOVE 'A' TO RC-Estado
                   MOVE RQ-Operador TO RC-Operador
                   MOVE RQ-Detalle TO RC-Detalle
                   MOVE SPACES TO RC-Resolucion
                   WRITE ReclamoR
                   CLOSE Reclamos
                   MOVE WS-Secuencia TO RQ-Numero
                   STRING "Reclamo " WS-Secuencia " registrado para el "
                       "cliente " RQ-ID
                       DELIMITED BY SIZE INTO RQ-Mensaje
                   END-STRING
               ELSE
                   MOVE "ERROR No se pudo abrir Reclamos.DAT" TO
                       RQ-Mensaje
               END-IF
           EXIT.

           Avanzar-Secuencia.
               MOVE 0 TO WS-Secuencia
               OPEN INPUT Secuencia
               IF WS-File-StatusSec = '00' THEN
                   READ Secuencia INTO SecuenciaR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SEC-Numero TO WS-Secuencia
                   END-READ
                   CLOSE Secuencia
               END-IF
               ADD 1 TO WS-Secuencia
               OPEN OUTPUT Secuencia
               MOVE WS-Secuencia TO SEC-Numero
               WRITE SecuenciaR
               CLOSE Secuencia
           EXIT.

           Buscar-Abierto.
               MOVE 'N' TO WS-FlagEncontrado
               MOVE 0 TO WS-Rec-ID WS-Rec-Orden
               OPEN INPUT Reclamos
               IF WS-File-StatusRec = '00' THEN
                   PERFORM UNTIL WS-FlagRec = 'Y'
                       READ Reclamos INTO ReclamoR
                           AT END
                               MOVE 'Y' TO WS-FlagRec
                           NOT AT END
                               IF RC-Numero = RQ-Numero AND
                                  (RC-Estado = 'A' OR
                                   RC-Estado = 'O') THEN
                                   MOVE 'Y' TO WS-FlagEncontrado
                                   MOVE RC-ID TO WS-Rec-ID
                                   MOVE RC-Orden TO WS-Rec-Orden
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reclamos
                   MOVE 'N' TO WS-FlagRec
               END-IF
           EXIT.

           *> La orden la numera y la guarda "Ordenes" (queda en la
           *> lista de campo de las cuadrillas); el reclamo se queda
           *> con el numero y pasa a estado O, sigue abierto.
           Emitir-Orden.
               PERFORM Buscar-Abierto
               EVALUATE TRUE
                   WHEN WS-FlagEncontrado = 'N'
                       MOVE "ERROR Reclamo inexistente o cerrado" TO
                           RQ-Mensaje
                   WHEN RQ-Tipo-Orden NOT = 'L' AND
                        RQ-Tipo-Orden NOT = 'S'
                       MOVE "ERROR Tipo de orden no valido (L/S)" TO
                           RQ-Mensaje
                   WHEN OTHER
                       MOVE "E" TO OS-Accion
                       MOVE 0 TO OS-Numero-Ent
                       MOVE WS-Rec-ID TO OS-ID-Ent
                       MOVE RQ-Tipo-Orden TO OS-Tipo-Ent
                       MOVE SPACES TO OS-Resultado OS-Cuadrilla-Ent
                       CALL "Ordenes" USING WS-Ordenes-Parametros
                       IF OS-Mensaje(1:5) = "ERROR" THEN
                           MOVE OS-Mensaje TO RQ-Mensaje
                       ELSE
                           MOVE OS-Numero-Ent TO WS-Rec-Orden
                           PERFORM Regrabar-Reclamos
                           STRING "Orden " OS-Numero-Ent " emitida para"
                               " el reclamo " RQ-Numero
                               DELIMITED BY SIZE INTO RQ-Mensaje
                           END-STRING
                       END-IF
               END-EVALUATE
           EXIT.

           *> El cierre libera la factura reclamada: desde la proxima
           *> corrida de "Cobranzas" vuelve a la mora (si no hubo NC
           *> que la corrija).
           Resolver-Reclamo.
               PERFORM Buscar-Abierto
               EVALUATE TRUE
                   WHEN WS-FlagEncontrado = 'N'
                       MOVE "ERROR Reclamo inexistente o cerrado" TO
                           RQ-Mensaje
                   WHEN RQ-Resultado NOT = 'P' AND
                        RQ-Resultado NOT = 'D'
                       MOVE "ERROR Resultado no valido (P/D)" TO
                           RQ-Mensaje
                   WHEN OTHER
                       PERFORM Regrabar-Reclamos
                       STRING "Reclamo " RQ-Numero " cerrado con "
                           "resultado " RQ-Resultado
                           DELIMITED BY SIZE INTO RQ-Mensaje
                       END-STRING
               END-EVALUATE
           EXIT.

           Regrabar-Reclamos.
               OPEN INPUT Reclamos
               OPEN OUTPUT RecTrabajo
               PERFORM UNTIL WS-FlagRec = 'Y'
                   READ Reclamos INTO ReclamoR
                       AT END
                           MOVE 'Y' TO WS-FlagRec
                       NOT AT END
                           PERFORM Copiar-Reclamo
                   END-READ
               END-PERFORM
               CLOSE Reclamos
               CLOSE RecTrabajo
               MOVE 'N' TO WS-FlagRec
               PERFORM Volcar-Trabajo
           EXIT.

           Copiar-Reclamo.
               IF RC-Numero = RQ-Numero THEN
                   EVALUATE RQ-Accion
                       WHEN "O"
                           MOVE 'O' TO RC-Estado
                           MOVE WS-Rec-Orden TO RC-Orden
                       WHEN "R"
                           MOVE RQ-Resultado TO RC-Estado
                           MOVE WS-Fecha TO RC-FechaCierre
                           MOVE RQ-Detalle TO RC-Resolucion
                   END-EVALUATE
               END-IF
               MOVE ReclamoR TO RecTrabajoR
               WRITE RecTrabajoR
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT RecTrabajo
               OPEN OUTPUT Reclamos
               PERFORM UNTIL WS-FlagRec = 'Y'
                   READ RecTrabajo INTO RecTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagRec
                       NOT AT END
                           MOVE RecTrabajoR TO ReclamoR
                           WRITE ReclamoR
                   END-READ
               END-PERFORM
               CLOSE RecTrabajo
               CLOSE Reclamos
               MOVE 'N' TO WS-FlagRec
               DELETE FILE RecTrabajo
           EXIT.

           *> Antiguedad de los abiertos, agrupados por categoria (una
           *> pasada por categoria), con la marca de los que ya
           *> superaron el plazo; al final el cuadro por bandas.
           Listar-Antiguedad.
               MOVE WS-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Hoy = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               OPEN INPUT Reclamos
               IF WS-File-StatusRec NOT = '00' THEN
                   MOVE "ERROR No hay reclamos registrados" TO
                       RQ-Mensaje
               ELSE
                   CLOSE Reclamos
                   OPEN OUTPUT Antiguedad
                   MOVE SPACES TO Antiguedad-R
                   STRING "Reclamos abiertos por categoria al "
                       WS-Fecha
                       DELIMITED BY SIZE INTO Antiguedad-R
                   END-STRING
                   WRITE Antiguedad-R
                   PERFORM VARYING WS-Cat-Hallada FROM 1 BY 1
                       UNTIL WS-Cat-Hallada > 5
                       PERFORM Listar-Categoria
                   END-PERFORM
                   PERFORM Escribir-Cuadro
                   CLOSE Antiguedad
                   MOVE WS-Cant-Abiertos TO RQ-Cantidad
                   STRING "Antiguedad en ReclamosSLA.Txt, abiertos: "
                       WS-Cant-Abiertos " fuera de plazo: "
                       WS-Cant-Fuera
                       DELIMITED BY SIZE INTO RQ-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Categoria.
               MOVE SPACES TO Antiguedad-R
               WRITE Antiguedad-R
               STRING WS-Cat-Codigo(WS-Cat-Hallada) " - "
                   WS-Cat-Nombre(WS-Cat-Hallada) " (plazo "
                   WS-Cat-SLA(WS-Cat-Hallada) " dias)"
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
               MOVE SPACES TO Antiguedad-R
               STRING "Reclamo | Cliente | Suministro | Factura  | "
                   "Alta     | Dias  | Orden  | Plazo"
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
               OPEN INPUT Reclamos
               PERFORM UNTIL WS-FlagRec = 'Y'
                   READ Reclamos INTO ReclamoR
                       AT END
                           MOVE 'Y' TO WS-FlagRec
                       NOT AT END
                           IF (RC-Estado = 'A' OR RC-Estado = 'O') AND
                              RC-Categoria =
                              WS-Cat-Codigo(WS-Cat-Hallada) THEN
                               PERFORM Listar-Abierto
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reclamos
               MOVE 'N' TO WS-FlagRec
               MOVE SPACES TO Antiguedad-R
               STRING "  Abiertos: " WS-Cat-Abiertos(WS-Cat-Hallada)
                   "  Fuera de plazo: " WS-Cat-Fuera(WS-Cat-Hallada)
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
           EXIT.

           Listar-Abierto.
               MOVE RC-FechaAlta TO WS-Fec-Aux
               COMPUTE WS-Dias-Alta = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               IF WS-Dias-Hoy > WS-Dias-Alta THEN
                   COMPUTE WS-Dias-Abierto = WS-Dias-Hoy - WS-Dias-Alta
               ELSE
                   MOVE 0 TO WS-Dias-Abierto
               END-IF
               ADD 1 TO WS-Cat-Abiertos(WS-Cat-Hallada)
               ADD 1 TO WS-Cant-Abiertos
               EVALUATE TRUE
                   WHEN WS-Dias-Abierto <= 5
                       ADD 1 TO WS-Cat-Banda1(WS-Cat-Hallada)
                   WHEN WS-Dias-Abierto <= 15
                       ADD 1 TO WS-Cat-Banda2(WS-Cat-Hallada)
                   WHEN WS-Dias-Abierto <= 30
                       ADD 1 TO WS-Cat-Banda3(WS-Cat-Hallada)
                   WHEN OTHER
                       ADD 1 TO WS-Cat-Banda4(WS-Cat-Hallada)
               END-EVALUATE
               MOVE "en plazo" TO WS-Marca-SLA
               IF WS-Dias-Abierto > WS-Cat-SLA(WS-Cat-Hallada) THEN
                   MOVE "FUERA PLAZO" TO WS-Marca-SLA
                   ADD 1 TO WS-Cat-Fuera(WS-Cat-Hallada)
                   ADD 1 TO WS-Cant-Fuera
               END-IF
               MOVE SPACES TO Antiguedad-R
               STRING RC-Numero "  | " RC-ID "   | " RC-Suministro
                   " | " RC-Factura " | " RC-FechaAlta " | "
                   WS-Dias-Abierto " | " RC-Orden " | " WS-Marca-SLA
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
           EXIT.

           Escribir-Cuadro.
               MOVE SPACES TO Antiguedad-R
               WRITE Antiguedad-R
               MOVE SPACES TO Antiguedad-R
               STRING "Categoria | Abiertos | 0-5   | 6-15  | 16-30 | "
                   "+30   | Fuera de plazo"
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
               PERFORM VARYING WS-IdxCat FROM 1 BY 1
                   UNTIL WS-IdxCat > 5
                   MOVE SPACES TO Antiguedad-R
                   STRING WS-Cat-Codigo(WS-IdxCat) "        | "
                       WS-Cat-Abiertos(WS-IdxCat) "    | "
                       WS-Cat-Banda1(WS-IdxCat) " | "
                       WS-Cat-Banda2(WS-IdxCat) " | "
                       WS-Cat-Banda3(WS-IdxCat) " | "
                       WS-Cat-Banda4(WS-IdxCat) " | "
                       WS-Cat-Fuera(WS-IdxCat)
                       DELIMITED BY SIZE INTO Antiguedad-R
                   END-STRING
                   WRITE Antiguedad-R
               END-PERFORM
               MOVE SPACES TO Antiguedad-R
               STRING "Total abiertos: " WS-Cant-Abiertos
                   "  Fuera de plazo: " WS-Cant-Fuera
                   DELIMITED BY SIZE INTO Antiguedad-R
               END-STRING
               WRITE Antiguedad-R
           EXIT.

           Listar-Reclamos.
               OPEN INPUT Reclamos
               IF WS-File-StatusRec NOT = '00' THEN
                   MOVE "ERROR No hay reclamos registrados" TO
                       RQ-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Reclamo|Cliente|Suministro|Factura|Cat|Alta|"
                       "Cierre|Estado|Orden|Operador|Detalle|"
                       "Resolucion"
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagRec = 'Y'
                       READ Reclamos INTO ReclamoR
                           AT END
                               MOVE 'Y' TO WS-FlagRec
                           NOT AT END
                               PERFORM Listar-Reclamo
                       END-READ
                   END-PERFORM
                   CLOSE Reclamos
                   MOVE 'N' TO WS-FlagRec
                   CLOSE Listado
                   MOVE WS-Cant-Procesados TO RQ-Cantidad
                   STRING "Listado en Reclamos.Txt, reclamos: "
                       WS-Cant-Procesados
                       DELIMITED BY SIZE INTO RQ-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Reclamo.
               MOVE SPACES TO Listado-R
               STRING RC-Numero "|" RC-ID "|" RC-Suministro "|"
                   RC-Factura "|" RC-Categoria "|" RC-FechaAlta "|"
                   RC-FechaCierre "|" RC-Estado "|" RC-Orden "|"
                   RC-Operador "|" RC-Detalle "|" RC-Resolucion "|"
                   DELIMITED BY SIZE INTO Listado-R
               END-STRING
               WRITE Listado-R
               ADD 1 TO WS-Cant-Procesados
           EXIT.
