       IDENTIFICATION DIVISION.
       PROGRAM-ID. Campanias AS "Campanias".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Campania de control de perdidas: un registro por
           *> suministro sospechoso con su puntaje, la orden de
           *> inspeccion emitida, el resultado y el recupero
           *> facturado; se regraba entero en cada paso, mismo
           *> criterio que Reclamos.DAT.
           SELECT Campanias ASSIGN TO 'Campanias.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           SELECT CmpTrabajo ASSIGN TO 'CampaniasTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Numero correlativo de sospechoso, mismo patron que
           *> ReclamosSec.DAT.
           SELECT Secuencia ASSIGN TO 'CampaniasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Pesos por tipo de hallazgo (PESOZERO=, PESOFLAT=,
           *> PESOSPIKE=), factor de zona con perdida (FACTORZONA=),
           *> meses de recupero por defecto (RETROACTIVO=) y ordenes
           *> por tanda (ORDENES=).
           SELECT Config ASSIGN TO 'Campanias.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Umbral PERDIDA= (porcentaje), el mismo que usa
           *> "BalanceZonas" para marcar las zonas a revisar.
           SELECT Tolerancias ASSIGN TO 'Tolerancias.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTol.

           *> Hallazgos tipificados que deja "Anomalias".
           SELECT Hallazgos ASSIGN TO 'Anomalias.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHal.

           *> Balance de energia por zona que deja "BalanceZonas".
           SELECT Balance ASSIGN TO 'BalanceZonas.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBal.

           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Facturas emitidas del cliente: consumo facturado de los
           *> meses a recuperar y promedio previo de referencia.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           *> Catalogo de versiones tarifarias (AAAAMMDD=archivo),
           *> el mismo que usan "Facturacion" y "Refacturacion".
           SELECT Versiones ASSIGN TO 'TarifasVersiones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVer.

           SELECT Tarifas ASSIGN TO WS-Archivo-Tarifas
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTar.

           *> El recupero de una irregularidad confirmada sale como
           *> nota de debito, igual que las de "Refacturacion".
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT SecNotas ASSIGN TO 'NotasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSnt.

           *> Ranking de sospechosos de la ultima corrida.
           SELECT Ranking ASSIGN TO 'CampaniaRanking.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRnk.

           *> Detalle mes a mes del ultimo recupero calculado.
           SELECT Recupero ASSIGN TO 'CampaniaRecupero.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRcp.

           SELECT Listado ASSIGN TO 'Campanias.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Campanias.
       01 CampaniaR.
           05 SP-Numero             PIC 9(6).
           05 SP-FechaAlta          PIC 9(8).
           05 SP-ID                 PIC 9(5).
           *> Suministro sospechoso (espacios = cliente sin punto
           *> de suministro registrado).
           05 SP-Suministro         PIC X(10).
           05 SP-Zona               PIC X(3).
           05 SP-Puntaje            PIC 9(5).
           05 SP-Hallazgos          PIC 9(3).
           *> 'Y' si la zona supera el umbral de perdida.
           05 SP-ZonaPerdida        PIC X(1).
           *> 'S' sospechoso, 'O' con orden de inspeccion, 'I'
           *> inspeccionado, 'F' inspeccionado y recupero facturado.
           05 SP-Estado             PIC X(1).
           05 SP-Orden              PIC 9(6).
           05 SP-FechaInsp          PIC 9(8).
           *> K sin novedad, A medidor adulterado, C conexion
           *> clandestina, F medidor con falla.
           05 SP-Resultado          PIC X(1).
           05 SP-Meses              PIC 9(2).
           05 SP-Kwh                PIC 9(7).
           05 SP-Nota               PIC 9(8).
           05 SP-Importe            PIC 9(8)V99.

       FD CmpTrabajo.
       01 CmpTrabajoR               PIC X(84).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Tolerancias.
       01 Tolerancias-R             PIC X(80).

       FD Hallazgos.
       01 Hallazgo-R.
           05 HA-Tipo               PIC X(5).
           05 HA-FILLER1            PIC X .
           05 HA-ID                 PIC 9(5).
           05 HA-FILLER2            PIC X .
           05 HA-Nombre             PIC X(40).
           05 HA-FILLER3            PIC X .
           05 HA-Mes                PIC X(15).
           05 HA-FILLER4            PIC X .
           05 HA-Valor              PIC 9(5).
           05 HA-FILLER5            PIC X .
           05 HA-Referencia         PIC 9(5).
           05 HA-FILLER6            PIC X .

       FD Balance.
       01 Balance-R                 PIC X(132).

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
           05 HI-FILLER1            PIC X .
           05 HI-NombreUsuario      PIC X(40).
           05 HI-FILLER2            PIC X .
           05 HI-Consumo            PIC 9(5).
           05 HI-FILLER3            PIC X .
           05 HI-CargoFijo          PIC 9(6)V99.
           05 HI-FILLER4            PIC X .
           05 HI-Energia            PIC 9(10)V99.
           05 HI-FILLER5            PIC X .
           05 HI-Impuesto           PIC 9(9)V99.
           05 HI-FILLER6            PIC X .
           05 HI-Monto              PIC 9(10)V99.
           05 HI-FILLER7            PIC X .
           05 HI-Fecha              PIC 9(8).
           05 HI-FILLER8            PIC X .
           05 HI-Medidor            PIC X(10).
           05 HI-FILLER9            PIC X .
           05 HI-Direccion          PIC X(40).
           05 HI-FILLER10           PIC X .
           05 HI-Tarifa             PIC X(2).
           05 HI-FILLER11           PIC X .
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X .
           05 HI-Interes            PIC 9(9)V99.
           05 HI-FILLER13           PIC X .
           05 HI-Subsidio           PIC 9(9)V99.
           05 HI-FILLER14           PIC X .

       FD Versiones.
       01 Version-R                 PIC X(80).

       FD Tarifas.
       01 Tarifas-R                 PIC X(80).

       FD Notas.
       01 Nota-R                    PIC X(132).

       FD SecNotas.
       01 SecNotasR.
           05 SN-Numero             PIC 9(8).

       FD Ranking.
       01 Ranking-R                 PIC X(132).

       FD Recupero.
       01 Recupero-R                PIC X(132).

       FD Listado.
       01 Listado-R                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusTol     PIC XX.
               05 WS-File-StatusHal     PIC XX.
               05 WS-File-StatusBal     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusSnt     PIC XX.
               05 WS-File-StatusRnk     PIC XX.
               05 WS-File-StatusRcp     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagTol            PIC X(1) VALUE 'N'.
               05 WS-FlagHal            PIC X(1) VALUE 'N'.
               05 WS-FlagBal            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               *> 'Y' cuando la version elegida se pudo cargar.
               05 WS-FlagTarifario      PIC X(1) VALUE 'N'.
               *> 'Y' si el sospechoso pedido existe con orden.
               05 WS-FlagEncontrado     PIC X(1).
               05 WS-FlagAbierto        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(15).
           *> Parametros de la campania, con los valores de fabrica
           *> si falta Campanias.CFG o alguna clave.
           01 WS-Parametros.
               05 WS-Peso-Zero          PIC 9(3) VALUE 3.
               05 WS-Peso-Flat          PIC 9(3) VALUE 2.
               05 WS-Peso-Spike         PIC 9(3) VALUE 1.
               05 WS-Factor-Zona        PIC 9(3) VALUE 2.
               05 WS-Retroactivo        PIC 9(2) VALUE 6.
               05 WS-Tanda              PIC 9(3) VALUE 10.
           01 WS-Tol-Clave          PIC X(15).
           01 WS-Tol-Valor          PIC X(15).
           01 WS-Umbral-Perdida     PIC 9(3) VALUE 15.
           01 WS-Numero-Aux         PIC 9(5).
           *> Peor porcentaje de perdida de cada zona en el balance.
           01 WS-Zonas.
               05 WS-Cant-Zonas     PIC 9(2) VALUE 0.
               05 WS-Zona-Fila OCCURS 50 TIMES.
                   10 WS-Zon-Codigo     PIC X(3).
                   10 WS-Zon-Perdida    PIC S9(3)V99.
           01 WS-IdxZon             PIC 9(2).
           01 WS-Zona-Hallada       PIC 9(2).
           01 WS-Zona-Actual        PIC X(3).
           01 WS-Bal-Entera         PIC 9(3).
           01 WS-Bal-Decimal        PIC 9(2).
           01 WS-Bal-Pct            PIC S9(3)V99.
           *> Puntaje por cliente, sumando los pesos de sus hallazgos.
           01 WS-Sospechosos.
               05 WS-Cant-Sosp      PIC 9(4) VALUE 0.
               05 WS-Sosp-Fila OCCURS 2000 TIMES.
                   10 WS-Sos-ID         PIC 9(5).
                   10 WS-Sos-Puntaje    PIC 9(5).
                   10 WS-Sos-Hallazgos  PIC 9(3).
                   10 WS-Sos-ConPunto   PIC X(1).
           01 WS-IdxSos             PIC 9(4).
           01 WS-Sos-Hallado        PIC 9(4).
           01 WS-Peso               PIC 9(3).
           *> Suministros que ya tienen una inspeccion en curso y no
           *> vuelven a entrar al ranking.
           01 WS-Abiertos.
               05 WS-Cant-Abiertos  PIC 9(4) VALUE 0.
               05 WS-Abierto-Fila OCCURS 500 TIMES.
                   10 WS-Abi-ID         PIC 9(5).
                   10 WS-Abi-Suministro PIC X(10).
           01 WS-IdxAbi             PIC 9(4).
           *> Ranking: una fila por suministro (o por cliente sin
           *> punto registrado), ordenada por puntaje descendente.
           01 WS-Ranking.
               05 WS-Cant-Rank      PIC 9(4) VALUE 0.
               05 WS-Rank-Fila OCCURS 2000 TIMES.
                   10 WS-Rnk-ID         PIC 9(5).
                   10 WS-Rnk-Suministro PIC X(10).
                   10 WS-Rnk-Zona       PIC X(3).
                   10 WS-Rnk-Puntaje    PIC 9(5).
                   10 WS-Rnk-Hallazgos  PIC 9(3).
                   10 WS-Rnk-ZonaPerd   PIC X(1).
           01 WS-Rank-Aux           PIC X(27).
           01 WS-IdxRnk             PIC 9(4).
           01 WS-IdxRnk2            PIC 9(4).
           01 WS-Rnk-Imp            PIC ZZZ9.
           *> Datos del sospechoso hallado para la inspeccion.
           01 WS-Sospechoso.
               05 WS-Sp-ID          PIC 9(5).
               05 WS-Sp-Suministro  PIC X(10).
               05 WS-Sp-Orden       PIC 9(6).
           *> Facturas del cliente para el recupero (ultimas 36, la
           *> mas reciente al final).
           01 WS-Facturas.
               05 WS-Cant-Fact      PIC 9(2) VALUE 0.
               05 WS-Fact-Fila OCCURS 36 TIMES.
                   10 WS-Fac-Numero     PIC 9(8).
                   10 WS-Fac-Fecha      PIC 9(8).
                   10 WS-Fac-Consumo    PIC 9(5).
           01 WS-IdxFac             PIC 9(2).
           01 WS-Fac-Desde          PIC 9(2).
           01 WS-Fac-Previa         PIC 9(2).
           01 WS-Fecha-Version      PIC 9(8).
           *> Version tarifaria cargada en memoria, igual que en
           *> "Refacturacion".
           01 WS-Archivo-Tarifas    PIC X(30) VALUE 'Tarifas.CFG'.
           01 WS-Archivo-Cargado    PIC X(30) VALUE SPACES.
           01 WS-Version-Clave      PIC X(10).
           01 WS-Version-Archivo    PIC X(30).
           01 WS-Version-Desde      PIC 9(8).
           01 WS-Mejor-Desde        PIC 9(8).
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
           01 WS-Bloques.
               05 WS-Kwh-Bloque1        PIC 9(5).
               05 WS-Kwh-Bloque2        PIC 9(5).
               05 WS-Kwh-Bloque3        PIC 9(5).
           *> Recupero: consumo de referencia contra lo facturado en
           *> cada mes; solo la energia por bloques y su impuesto (el
           *> cargo fijo ya se cobro).
           01 WS-Recupero.
               05 WS-Rcp-Meses          PIC 9(2).
               05 WS-Rcp-Referencia     PIC 9(5).
               05 WS-Rcp-Suma           PIC 9(7).
               05 WS-Rcp-Previas        PIC 9(2).
               05 WS-Rcp-Kwh            PIC 9(7).
               05 WS-Rcp-Kwh-Mes        PIC 9(5).
               05 WS-Rcp-Energia-Ref    PIC 9(8)V99.
               05 WS-Rcp-Energia-Fac    PIC 9(8)V99.
               05 WS-Rcp-Energia-Dif    PIC 9(8)V99.
               05 WS-Rcp-Impuesto       PIC 9(8)V99.
               05 WS-Rcp-Importe-Mes    PIC 9(8)V99.
               05 WS-Rcp-Total          PIC 9(8)V99.
               05 WS-Rcp-Factura        PIC 9(8).
           01 WS-Kwh-Calculo        PIC 9(5).
           01 WS-Energia-Calculo    PIC 9(8)V99.
           01 WS-Rcp-Imp            PIC Z(7)9.99.
           01 WS-Numero-Nota        PIC 9(8) VALUE 0.
           01 WS-Dif-Imp            PIC 9(10).99.
           01 WS-Totales.
               05 WS-Cant-Hallazgos     PIC 9(5) VALUE 0.
               05 WS-Cant-Emitidas      PIC 9(5) VALUE 0.
               05 WS-Cant-Omitidas      PIC 9(5) VALUE 0.
               05 WS-Cant-Listados      PIC 9(5) VALUE 0.
           *> Parametros del modulo "Ordenes": la campania emite
           *> ordenes de inspeccion (S) y las cierra al registrar el
           *> resultado.
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
               *> "R" arma el ranking de sospechosos, "O" emite las
               *> ordenes de inspeccion de los PC-Cantidad primeros
               *> (cero = ORDENES= de Campanias.CFG), "I" registra la
               *> inspeccion del sospechoso PC-Numero con PC-Resultado
               *> (K/A/C/F) y factura el recupero si corresponde, "L"
               *> listado de la campania.
               05 PC-Accion         PIC X(1).
               05 PC-Numero         PIC 9(6).
               05 PC-Resultado      PIC X(1).
               *> Meses a recuperar (cero = RETROACTIVO=) y consumo
               *> mensual estimado por el inspector (cero = promedio
               *> de las facturas previas a la irregularidad).
               05 PC-Meses          PIC 9(2).
               05 PC-Kwh-Ref        PIC 9(5).
               05 PC-Cuadrilla      PIC X(10).
               05 PC-Cantidad       PIC 9(5).
               05 PC-Importe        PIC 9(8)V99.
               05 PC-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO PC-Mensaje
               MOVE 0 TO PC-Importe
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               PERFORM Cargar-Configuracion
               EVALUATE PC-Accion
                   WHEN "R"
                       MOVE 0 TO PC-Cantidad
                       PERFORM Armar-Ranking
                   WHEN "O"
                       PERFORM Emitir-Ordenes
                   WHEN "I"
                       PERFORM Registrar-Inspeccion
                   WHEN "L"
                       MOVE 0 TO PC-Cantidad
                       PERFORM Listar-Campania
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO PC-Mensaje
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
               EVALUATE WS-Config-Clave
                   WHEN "PESOZERO"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Peso-Zero
                       END-IF
                   WHEN "PESOFLAT"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Peso-Flat
                       END-IF
                   WHEN "PESOSPIKE"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Peso-Spike
                       END-IF
                   WHEN "FACTORZONA"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Factor-Zona
                       END-IF
                   WHEN "RETROACTIVO"
                       IF WS-Config-Valor(1:2) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:2) TO WS-Retroactivo
                       END-IF
                   WHEN "ORDENES"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Tanda
                       END-IF
               END-EVALUATE
           EXIT.

           *> Ranking de sospechosos: cada cliente suma el peso de sus
           *> hallazgos de Anomalias.Txt, y cada suministro activo
           *> suyo multiplica ese puntaje por FACTORZONA= cuando su
           *> zona supera PERDIDA= en el balance. Los sospechosos
           *> pendientes (estado S) de la corrida anterior se
           *> reemplazan; los que ya tienen orden no se tocan.
           Armar-Ranking.
               OPEN INPUT Hallazgos
               IF WS-File-StatusHal NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Anomalias.Txt" TO
                       PC-Mensaje
               ELSE
                   CLOSE Hallazgos
                   PERFORM Cargar-Umbral
                   PERFORM Cargar-Zonas
                   PERFORM Cargar-Hallazgos
                   PERFORM Cargar-Abiertos
                   PERFORM Cargar-Puntos
                   PERFORM Agregar-Sin-Punto
                   PERFORM Ordenar-Ranking
                   PERFORM Regrabar-Sospechosos
                   PERFORM Escribir-Ranking
                   MOVE WS-Cant-Rank TO PC-Cantidad
                   STRING "Ranking en CampaniaRanking.Txt, hallazgos: "
                       WS-Cant-Hallazgos " sospechosos: " WS-Cant-Rank
                       DELIMITED BY SIZE INTO PC-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Umbral de perdida PERDIDA= de Tolerancias.CFG; sin
           *> archivo o sin clave queda el 15 por ciento de fabrica.
           Cargar-Umbral.
               OPEN INPUT Tolerancias
               IF WS-File-StatusTol = '00' THEN
                   PERFORM UNTIL WS-FlagTol = 'Y'
                       READ Tolerancias INTO Tolerancias-R
                           AT END
                               MOVE 'Y' TO WS-FlagTol
                           NOT AT END
                               PERFORM Leer-Tolerancia-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Tolerancias
                   MOVE 'N' TO WS-FlagTol
               END-IF
           EXIT.

           Leer-Tolerancia-Linea.
               MOVE SPACES TO WS-Tol-Clave WS-Tol-Valor
               UNSTRING Tolerancias-R DELIMITED BY "="
                   INTO WS-Tol-Clave, WS-Tol-Valor
               END-UNSTRING
               IF WS-Tol-Clave = "PERDIDA" THEN
                   IF WS-Tol-Valor(1:5) IS NUMERIC THEN
                       MOVE WS-Tol-Valor(1:5) TO WS-Numero-Aux
                       MOVE WS-Numero-Aux TO WS-Umbral-Perdida
                   END-IF
               END-IF
           EXIT.

           *> Del balance se toma el peor mes de cada zona: la linea
           *> "==== Zona XXX ====" abre la zona y cada linea de mes
           *> trae el porcentaje de perdida en las columnas 50 a 56.
           Cargar-Zonas.
               MOVE 0 TO WS-Cant-Zonas
               MOVE SPACES TO WS-Zona-Actual
               OPEN INPUT Balance
               IF WS-File-StatusBal = '00' THEN
                   PERFORM UNTIL WS-FlagBal = 'Y'
                       READ Balance INTO Balance-R
                           AT END
                               MOVE 'Y' TO WS-FlagBal
                           NOT AT END
                               PERFORM Leer-Balance-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Balance
                   MOVE 'N' TO WS-FlagBal
               END-IF
           EXIT.

           Leer-Balance-Linea.
               IF Balance-R(1:10) = "==== Zona " THEN
                   MOVE Balance-R(11:3) TO WS-Zona-Actual
                   IF WS-Cant-Zonas < 50 THEN
                       ADD 1 TO WS-Cant-Zonas
                       MOVE WS-Zona-Actual TO
                           WS-Zon-Codigo(WS-Cant-Zonas)
                       MOVE 0 TO WS-Zon-Perdida(WS-Cant-Zonas)
                   END-IF
               ELSE
                   IF WS-Zona-Actual NOT = SPACES AND
                      WS-Cant-Zonas > 0 AND
                      Balance-R(16:1) = "|" AND
                      Balance-R(51:3) IS NUMERIC AND
                      Balance-R(54:1) = "." AND
                      Balance-R(55:2) IS NUMERIC THEN
                       MOVE Balance-R(51:3) TO WS-Bal-Entera
                       MOVE Balance-R(55:2) TO WS-Bal-Decimal
                       COMPUTE WS-Bal-Pct =
                           WS-Bal-Entera + (WS-Bal-Decimal / 100)
                       IF Balance-R(50:1) = "-" THEN
                           COMPUTE WS-Bal-Pct = 0 - WS-Bal-Pct
                       END-IF
                       IF WS-Bal-Pct > WS-Zon-Perdida(WS-Cant-Zonas)
                          THEN
                           MOVE WS-Bal-Pct TO
                               WS-Zon-Perdida(WS-Cant-Zonas)
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Pesos: un consumo en cero pesa mas que un consumo
           *> plano, y este mas que un pico (que rara vez es fraude).
           Cargar-Hallazgos.
               MOVE 0 TO WS-Cant-Sosp WS-Cant-Hallazgos
               OPEN INPUT Hallazgos
               PERFORM UNTIL WS-FlagHal = 'Y'
                   READ Hallazgos INTO Hallazgo-R
                       AT END
                           MOVE 'Y' TO WS-FlagHal
                       NOT AT END
                           PERFORM Sumar-Hallazgo
                   END-READ
               END-PERFORM
               CLOSE Hallazgos
               MOVE 'N' TO WS-FlagHal
           EXIT.

           Sumar-Hallazgo.
               EVALUATE HA-Tipo
                   WHEN "ZERO "
                       MOVE WS-Peso-Zero TO WS-Peso
                   WHEN "FLAT "
                       MOVE WS-Peso-Flat TO WS-Peso
                   WHEN "SPIKE"
                       MOVE WS-Peso-Spike TO WS-Peso
                   WHEN OTHER
                       MOVE 0 TO WS-Peso
               END-EVALUATE
               IF WS-Peso > 0 AND HA-ID IS NUMERIC THEN
                   ADD 1 TO WS-Cant-Hallazgos
                   MOVE 0 TO WS-Sos-Hallado
                   PERFORM VARYING WS-IdxSos FROM 1 BY 1
                       UNTIL WS-IdxSos > WS-Cant-Sosp
                       IF WS-Sos-ID(WS-IdxSos) = HA-ID THEN
                           MOVE WS-IdxSos TO WS-Sos-Hallado
                       END-IF
                   END-PERFORM
                   IF WS-Sos-Hallado = 0 AND WS-Cant-Sosp < 2000 THEN
                       ADD 1 TO WS-Cant-Sosp
                       MOVE WS-Cant-Sosp TO WS-Sos-Hallado
                       MOVE HA-ID TO WS-Sos-ID(WS-Sos-Hallado)
                       MOVE 0 TO WS-Sos-Puntaje(WS-Sos-Hallado)
                           WS-Sos-Hallazgos(WS-Sos-Hallado)
                       MOVE 'N' TO WS-Sos-ConPunto(WS-Sos-Hallado)
                   END-IF
                   IF WS-Sos-Hallado > 0 THEN
                       ADD WS-Peso TO WS-Sos-Puntaje(WS-Sos-Hallado)
                       ADD 1 TO WS-Sos-Hallazgos(WS-Sos-Hallado)
                   END-IF
               END-IF
           EXIT.

           *> Suministros con orden de inspeccion en curso (estado O).
           Cargar-Abiertos.
               MOVE 0 TO WS-Cant-Abiertos
               OPEN INPUT Campanias
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Campanias INTO CampaniaR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF SP-Estado = 'O' AND
                                  WS-Cant-Abiertos < 500 THEN
                                   ADD 1 TO WS-Cant-Abiertos
                                   MOVE SP-ID TO
                                       WS-Abi-ID(WS-Cant-Abiertos)
                                   MOVE SP-Suministro TO
                                       WS-Abi-Suministro
                                       (WS-Cant-Abiertos)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Campanias
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           Cargar-Puntos.
               MOVE 0 TO WS-Cant-Rank
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF SU-Estado = 'A' THEN
                                   PERFORM Evaluar-Punto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Evaluar-Punto.
               MOVE 0 TO WS-Sos-Hallado
               PERFORM VARYING WS-IdxSos FROM 1 BY 1
                   UNTIL WS-IdxSos > WS-Cant-Sosp
                   IF WS-Sos-ID(WS-IdxSos) = SU-ID THEN
                       MOVE WS-IdxSos TO WS-Sos-Hallado
                   END-IF
               END-PERFORM
               IF WS-Sos-Hallado > 0 THEN
                   MOVE 'Y' TO WS-Sos-ConPunto(WS-Sos-Hallado)
                   MOVE 'N' TO WS-FlagAbierto
                   PERFORM VARYING WS-IdxAbi FROM 1 BY 1
                       UNTIL WS-IdxAbi > WS-Cant-Abiertos
                       IF WS-Abi-ID(WS-IdxAbi) = SU-ID AND
                          WS-Abi-Suministro(WS-IdxAbi) = SU-Medidor
                          THEN
                           MOVE 'Y' TO WS-FlagAbierto
                       END-IF
                   END-PERFORM
                   IF WS-FlagAbierto = 'N' AND WS-Cant-Rank < 2000
                      THEN
                       ADD 1 TO WS-Cant-Rank
                       MOVE SU-ID TO WS-Rnk-ID(WS-Cant-Rank)
                       MOVE SU-Medidor TO
                           WS-Rnk-Suministro(WS-Cant-Rank)
                       MOVE SU-Zona TO WS-Rnk-Zona(WS-Cant-Rank)
                       MOVE WS-Sos-Hallazgos(WS-Sos-Hallado) TO
                           WS-Rnk-Hallazgos(WS-Cant-Rank)
                       MOVE WS-Sos-Puntaje(WS-Sos-Hallado) TO
                           WS-Rnk-Puntaje(WS-Cant-Rank)
                       MOVE 'N' TO WS-Rnk-ZonaPerd(WS-Cant-Rank)
                       PERFORM Ponderar-Zona
                   END-IF
               END-IF
           EXIT.

           Ponderar-Zona.
               MOVE 0 TO WS-Zona-Hallada
               PERFORM VARYING WS-IdxZon FROM 1 BY 1
                   UNTIL WS-IdxZon > WS-Cant-Zonas
                   IF WS-Zon-Codigo(WS-IdxZon) = SU-Zona THEN
                       MOVE WS-IdxZon TO WS-Zona-Hallada
                   END-IF
               END-PERFORM
               IF SU-Zona NOT = SPACES AND WS-Zona-Hallada > 0 THEN
                   IF WS-Zon-Perdida(WS-Zona-Hallada) >
                      WS-Umbral-Perdida THEN
                       MOVE 'Y' TO WS-Rnk-ZonaPerd(WS-Cant-Rank)
                       COMPUTE WS-Rnk-Puntaje(WS-Cant-Rank) =
                           WS-Rnk-Puntaje(WS-Cant-Rank) *
                           WS-Factor-Zona
                   END-IF
               END-IF
           EXIT.

           *> Clientes con hallazgos pero sin suministro registrado:
           *> entran al ranking sin ponderar por zona.
           Agregar-Sin-Punto.
               PERFORM VARYING WS-IdxSos FROM 1 BY 1
                   UNTIL WS-IdxSos > WS-Cant-Sosp
                   IF WS-Sos-ConPunto(WS-IdxSos) = 'N' THEN
                       MOVE 'N' TO WS-FlagAbierto
                       PERFORM VARYING WS-IdxAbi FROM 1 BY 1
                           UNTIL WS-IdxAbi > WS-Cant-Abiertos
                           IF WS-Abi-ID(WS-IdxAbi) =
                              WS-Sos-ID(WS-IdxSos) THEN
                               MOVE 'Y' TO WS-FlagAbierto
                           END-IF
                       END-PERFORM
                       IF WS-FlagAbierto = 'N' AND
                          WS-Cant-Rank < 2000 THEN
                           ADD 1 TO WS-Cant-Rank
                           MOVE WS-Sos-ID(WS-IdxSos) TO
                               WS-Rnk-ID(WS-Cant-Rank)
                           MOVE SPACES TO
                               WS-Rnk-Suministro(WS-Cant-Rank)
                               WS-Rnk-Zona(WS-Cant-Rank)
                           MOVE WS-Sos-Hallazgos(WS-IdxSos) TO
                               WS-Rnk-Hallazgos(WS-Cant-Rank)
                           MOVE WS-Sos-Puntaje(WS-IdxSos) TO
                               WS-Rnk-Puntaje(WS-Cant-Rank)
                           MOVE 'N' TO WS-Rnk-ZonaPerd(WS-Cant-Rank)
                       END-IF
                   END-IF
               END-PERFORM
           EXIT.

           *> Intercambio simple por puntaje descendente; a igual
           *> puntaje queda primero el de mas hallazgos.
           Ordenar-Ranking.
               PERFORM VARYING WS-IdxRnk FROM 1 BY 1
                   UNTIL WS-IdxRnk >= WS-Cant-Rank
                   PERFORM VARYING WS-IdxRnk2 FROM WS-IdxRnk BY 1
                       UNTIL WS-IdxRnk2 > WS-Cant-Rank
                       IF WS-Rnk-Puntaje(WS-IdxRnk2) >
                          WS-Rnk-Puntaje(WS-IdxRnk) OR
                          (WS-Rnk-Puntaje(WS-IdxRnk2) =
                           WS-Rnk-Puntaje(WS-IdxRnk) AND
                           WS-Rnk-Hallazgos(WS-IdxRnk2) >
                           WS-Rnk-Hallazgos(WS-IdxRnk)) THEN
                           MOVE WS-Rank-Fila(WS-IdxRnk) TO WS-Rank-Aux
                           MOVE WS-Rank-Fila(WS-IdxRnk2) TO
                               WS-Rank-Fila(WS-IdxRnk)
                           MOVE WS-Rank-Aux TO WS-Rank-Fila(WS-IdxRnk2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           EXIT.

           *> Se conservan los registros con orden, inspeccionados o
           *> facturados; los sospechosos S se reemplazan por el
           *> ranking nuevo, grabado en orden de puntaje.
           Regrabar-Sospechosos.
               OPEN OUTPUT CmpTrabajo
               OPEN INPUT Campanias
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Campanias INTO CampaniaR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF SP-Estado NOT = 'S' THEN
                                   MOVE CampaniaR TO CmpTrabajoR
                                   WRITE CmpTrabajoR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Campanias
                   MOVE 'N' TO WS-FlagCmp
               END-IF
               PERFORM Cargar-Secuencia
               PERFORM VARYING WS-IdxRnk FROM 1 BY 1
                   UNTIL WS-IdxRnk > WS-Cant-Rank
                   ADD 1 TO WS-Secuencia
                   MOVE WS-Secuencia TO SP-Numero
                   MOVE WS-Fecha TO SP-FechaAlta
                   MOVE WS-Rnk-ID(WS-IdxRnk) TO SP-ID
                   MOVE WS-Rnk-Suministro(WS-IdxRnk) TO SP-Suministro
                   MOVE WS-Rnk-Zona(WS-IdxRnk) TO SP-Zona
                   MOVE WS-Rnk-Puntaje(WS-IdxRnk) TO SP-Puntaje
                   MOVE WS-Rnk-Hallazgos(WS-IdxRnk) TO SP-Hallazgos
                   MOVE WS-Rnk-ZonaPerd(WS-IdxRnk) TO SP-ZonaPerdida
                   MOVE 'S' TO SP-Estado
                   MOVE SPACES TO SP-Resultado
                   MOVE 0 TO SP-Orden SP-FechaInsp SP-Meses SP-Kwh
                       SP-Nota SP-Importe
                   MOVE CampaniaR TO CmpTrabajoR
                   WRITE CmpTrabajoR
               END-PERFORM
               CLOSE CmpTrabajo
               PERFORM Grabar-Secuencia
               PERFORM Volcar-Trabajo
           EXIT.

           Cargar-Secuencia.
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
           EXIT.

           Grabar-Secuencia.
               OPEN OUTPUT Secuencia
               IF WS-File-StatusSec = '00' THEN
                   MOVE WS-Secuencia TO SEC-Numero
                   WRITE SecuenciaR
                   CLOSE Secuencia
               END-IF
           EXIT.

           Escribir-Ranking.
               OPEN OUTPUT Ranking
               MOVE SPACES TO Ranking-R
               STRING "Ranking de sospechosos al " WS-Fecha
                   "  (perdida de zona > " WS-Umbral-Perdida
                   " %, factor " WS-Factor-Zona ")"
                   DELIMITED BY SIZE INTO Ranking-R
               END-STRING
               WRITE Ranking-R
               MOVE SPACES TO Ranking-R
               STRING "Pos. | ID    | Suministro | Zona | Hallazgos"
                   " | Puntaje | Zona con perdida"
                   DELIMITED BY SIZE INTO Ranking-R
               END-STRING
               WRITE Ranking-R
               PERFORM VARYING WS-IdxRnk FROM 1 BY 1
                   UNTIL WS-IdxRnk > WS-Cant-Rank
                   MOVE WS-IdxRnk TO WS-Rnk-Imp
                   MOVE SPACES TO Ranking-R
                   STRING WS-Rnk-Imp " | " WS-Rnk-ID(WS-IdxRnk) " | "
                       WS-Rnk-Suministro(WS-IdxRnk) " | "
                       WS-Rnk-Zona(WS-IdxRnk) "  | "
                       WS-Rnk-Hallazgos(WS-IdxRnk) "       | "
                       WS-Rnk-Puntaje(WS-IdxRnk) "   | "
                       WS-Rnk-ZonaPerd(WS-IdxRnk)
                       DELIMITED BY SIZE INTO Ranking-R
                   END-STRING
                   WRITE Ranking-R
               END-PERFORM
               MOVE SPACES TO Ranking-R
               STRING "Hallazgos leidos: " WS-Cant-Hallazgos
                   "  Sospechosos: " WS-Cant-Rank
                   "  Con inspeccion en curso: " WS-Cant-Abiertos
                   DELIMITED BY SIZE INTO Ranking-R
               END-STRING
               WRITE Ranking-R
               CLOSE Ranking
           EXIT.

           *> Las ordenes las numera y guarda "Ordenes" (salen en la
           *> lista de campo de las cuadrillas). Los sospechosos se
           *> recorren en el orden del ranking; si "Ordenes" rechaza
           *> (el cliente ya tiene una inspeccion pendiente) el
           *> sospechoso sigue en S y se cuenta como omitido.
           Emitir-Ordenes.
               IF PC-Cantidad = 0 THEN
                   MOVE WS-Tanda TO PC-Cantidad
               END-IF
               MOVE 0 TO WS-Cant-Emitidas WS-Cant-Omitidas
               OPEN INPUT Campanias
               IF WS-File-StatusCmp NOT = '00' THEN
                   MOVE "ERROR No hay campania armada (Campanias.DAT)"
                       TO PC-Mensaje
               ELSE
                   OPEN OUTPUT CmpTrabajo
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Campanias INTO CampaniaR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF SP-Estado = 'S' AND
                                  WS-Cant-Emitidas < PC-Cantidad THEN
                                   PERFORM Emitir-Orden-Sospechoso
                               END-IF
                               MOVE CampaniaR TO CmpTrabajoR
                               WRITE CmpTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Campanias
                   CLOSE CmpTrabajo
                   MOVE 'N' TO WS-FlagCmp
                   PERFORM Volcar-Trabajo
                   MOVE WS-Cant-Emitidas TO PC-Cantidad
                   STRING "Ordenes de inspeccion emitidas: "
                       WS-Cant-Emitidas " omitidas: " WS-Cant-Omitidas
                       DELIMITED BY SIZE INTO PC-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Emitir-Orden-Sospechoso.
               MOVE "E" TO OS-Accion
               MOVE 0 TO OS-Numero-Ent
               MOVE SP-ID TO OS-ID-Ent
               MOVE "S" TO OS-Tipo-Ent
               MOVE SPACES TO OS-Resultado OS-Cuadrilla-Ent
               CALL "Ordenes" USING WS-Ordenes-Parametros
               IF OS-Mensaje(1:5) = "ERROR" THEN
                   ADD 1 TO WS-Cant-Omitidas
               ELSE
                   MOVE OS-Numero-Ent TO SP-Orden
                   MOVE 'O' TO SP-Estado
                   ADD 1 TO WS-Cant-Emitidas
               END-IF
           EXIT.

           *> Resultado de la inspeccion. Medidor adulterado (A) o
           *> conexion clandestina (C) confirman la irregularidad y
           *> se factura el recupero como nota de debito; sin
           *> novedad (K) o medidor con falla (F) solo cierran el
           *> caso (la falla se resuelve con el recambio en
           *> "Inventario", no se le cobra al cliente).
           Registrar-Inspeccion.
               PERFORM Buscar-Sospechoso
               EVALUATE TRUE
                   WHEN PC-Resultado NOT = 'K' AND
                        PC-Resultado NOT = 'A' AND
                        PC-Resultado NOT = 'C' AND
                        PC-Resultado NOT = 'F'
                       MOVE "ERROR Resultado no valido (K/A/C/F)" TO
                           PC-Mensaje
                   WHEN WS-FlagEncontrado = 'N'
                       MOVE "ERROR Sospechoso inexistente o sin orden"
                           TO PC-Mensaje
                   WHEN OTHER
                       MOVE 0 TO WS-Rcp-Kwh WS-Rcp-Total
                           WS-Rcp-Meses WS-Numero-Nota
                       IF PC-Resultado = 'A' OR PC-Resultado = 'C'
                          THEN
                           PERFORM Calcular-Recupero
                       END-IF
                       IF PC-Mensaje(1:5) NOT = "ERROR" THEN
                           IF WS-Rcp-Total > 0 THEN
                               PERFORM Emitir-Nota
                           END-IF
                           PERFORM Regrabar-Inspeccion
                           PERFORM Cerrar-Orden
                           MOVE WS-Rcp-Total TO PC-Importe
                           PERFORM Informar-Inspeccion
                       END-IF
               END-EVALUATE
           EXIT.

           Buscar-Sospechoso.
               MOVE 'N' TO WS-FlagEncontrado
               OPEN INPUT Campanias
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Campanias INTO CampaniaR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF SP-Numero = PC-Numero AND
                                  SP-Estado = 'O' THEN
                                   MOVE 'Y' TO WS-FlagEncontrado
                                   MOVE SP-ID TO WS-Sp-ID
                                   MOVE SP-Suministro TO
                                       WS-Sp-Suministro
                                   MOVE SP-Orden TO WS-Sp-Orden
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Campanias
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           *> Recupero de los ultimos PC-Meses meses facturados (o
           *> RETROACTIVO=): en cada uno se factura la diferencia
           *> entre el consumo de referencia y el facturado, a la
           *> tarifa vigente en la fecha de esa factura.
           Calcular-Recupero.
               PERFORM Cargar-Facturas
               MOVE PC-Meses TO WS-Rcp-Meses
               IF WS-Rcp-Meses = 0 OR WS-Rcp-Meses > WS-Retroactivo
                  THEN
                   MOVE WS-Retroactivo TO WS-Rcp-Meses
               END-IF
               IF WS-Rcp-Meses > WS-Cant-Fact THEN
                   MOVE WS-Cant-Fact TO WS-Rcp-Meses
               END-IF
               IF WS-Cant-Fact = 0 OR WS-Rcp-Meses = 0 THEN
                   MOVE "ERROR El cliente no tiene facturas a recuperar"
                       TO PC-Mensaje
               ELSE
                   COMPUTE WS-Fac-Desde =
                       WS-Cant-Fact - WS-Rcp-Meses + 1
                   PERFORM Calcular-Referencia
                   IF WS-Rcp-Referencia = 0 THEN
                       MOVE SPACES TO PC-Mensaje
                       STRING "ERROR Sin historia previa, indique el "
                           "consumo de referencia"
                           DELIMITED BY SIZE INTO PC-Mensaje
                       END-STRING
                   ELSE
                       PERFORM Liquidar-Recupero
                   END-IF
               END-IF
           EXIT.

           *> Facturas del cliente (del suministro, si el sospechoso
           *> tiene uno) hasta hoy; quedan las ultimas 36.
           Cargar-Facturas.
               MOVE 0 TO WS-Cant-Fact
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico INTO Historico-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-ID = WS-Sp-ID AND
                                  HI-Numero > 0 AND
                                  HI-Fecha <= WS-Fecha AND
                                  (WS-Sp-Suministro = SPACES OR
                                   HI-Medidor = WS-Sp-Suministro) THEN
                                   PERFORM Guardar-Factura
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           Guardar-Factura.
               IF WS-Cant-Fact = 36 THEN
                   PERFORM VARYING WS-IdxFac FROM 1 BY 1
                       UNTIL WS-IdxFac > 35
                       MOVE WS-Fact-Fila(WS-IdxFac + 1) TO
                           WS-Fact-Fila(WS-IdxFac)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Cant-Fact
               END-IF
               MOVE HI-Numero TO WS-Fac-Numero(WS-Cant-Fact)
               MOVE HI-Fecha TO WS-Fac-Fecha(WS-Cant-Fact)
               MOVE HI-Consumo TO WS-Fac-Consumo(WS-Cant-Fact)
           EXIT.

           *> Referencia: la estimada por el inspector o, si no la
           *> dio, el promedio de hasta 12 facturas previas al
           *> periodo a recuperar.
           Calcular-Referencia.
               IF PC-Kwh-Ref > 0 THEN
                   MOVE PC-Kwh-Ref TO WS-Rcp-Referencia
               ELSE
                   MOVE 0 TO WS-Rcp-Referencia WS-Rcp-Suma
                       WS-Rcp-Previas
                   IF WS-Fac-Desde > 13 THEN
                       COMPUTE WS-Fac-Previa = WS-Fac-Desde - 12
                   ELSE
                       MOVE 1 TO WS-Fac-Previa
                   END-IF
                   PERFORM VARYING WS-IdxFac FROM WS-Fac-Previa BY 1
                       UNTIL WS-IdxFac >= WS-Fac-Desde
                       ADD WS-Fac-Consumo(WS-IdxFac) TO WS-Rcp-Suma
                       ADD 1 TO WS-Rcp-Previas
                   END-PERFORM
                   IF WS-Rcp-Previas > 0 THEN
                       COMPUTE WS-Rcp-Referencia ROUNDED =
                           WS-Rcp-Suma / WS-Rcp-Previas
                   END-IF
               END-IF
           EXIT.

           Liquidar-Recupero.
               MOVE WS-Fac-Numero(WS-Cant-Fact) TO WS-Rcp-Factura
               OPEN OUTPUT Recupero
               MOVE SPACES TO Recupero-R
               STRING "Recupero del sospechoso " PC-Numero
                   " cliente " WS-Sp-ID " suministro " WS-Sp-Suministro
                   " al " WS-Fecha
                   DELIMITED BY SIZE INTO Recupero-R
               END-STRING
               WRITE Recupero-R
               MOVE SPACES TO Recupero-R
               STRING "Resultado " PC-Resultado "  meses "
                   WS-Rcp-Meses "  consumo de referencia "
                   WS-Rcp-Referencia " kwh/mes"
                   DELIMITED BY SIZE INTO Recupero-R
               END-STRING
               WRITE Recupero-R
               MOVE SPACES TO Recupero-R
               STRING "Factura  | Fecha    | Facturado | Recuperar"
                   " | Importe"
                   DELIMITED BY SIZE INTO Recupero-R
               END-STRING
               WRITE Recupero-R
               PERFORM VARYING WS-IdxFac FROM WS-Fac-Desde BY 1
                   UNTIL WS-IdxFac > WS-Cant-Fact
                   IF WS-Rcp-Referencia > WS-Fac-Consumo(WS-IdxFac)
                      THEN
                       PERFORM Liquidar-Mes
                   END-IF
               END-PERFORM
               MOVE WS-Rcp-Total TO WS-Rcp-Imp
               MOVE SPACES TO Recupero-R
               STRING "Total a recuperar: " WS-Rcp-Kwh " kwh  $"
                   WS-Rcp-Imp "  (nota de debito sobre la factura "
                   WS-Rcp-Factura ")"
                   DELIMITED BY SIZE INTO Recupero-R
               END-STRING
               WRITE Recupero-R
               CLOSE Recupero
           EXIT.

           *> Energia de la referencia menos la energia facturada,
           *> ambas por bloques con la version de la fecha de la
           *> factura, mas el impuesto de esa version.
           Liquidar-Mes.
               MOVE WS-Fac-Fecha(WS-IdxFac) TO WS-Fecha-Version
               PERFORM Cargar-Version-Para-Fecha
               IF WS-FlagTarifario = 'Y' THEN
                   COMPUTE WS-Rcp-Kwh-Mes = WS-Rcp-Referencia -
                       WS-Fac-Consumo(WS-IdxFac)
                   MOVE WS-Rcp-Referencia TO WS-Kwh-Calculo
                   PERFORM Calcular-Por-Bloques
                   MOVE WS-Energia-Calculo TO WS-Rcp-Energia-Ref
                   MOVE WS-Fac-Consumo(WS-IdxFac) TO WS-Kwh-Calculo
                   PERFORM Calcular-Por-Bloques
                   MOVE WS-Energia-Calculo TO WS-Rcp-Energia-Fac
                   COMPUTE WS-Rcp-Energia-Dif =
                       WS-Rcp-Energia-Ref - WS-Rcp-Energia-Fac
                   COMPUTE WS-Rcp-Impuesto ROUNDED =
                       (WS-Rcp-Energia-Dif * WS-Tar-Impuesto) / 100
                   COMPUTE WS-Rcp-Importe-Mes =
                       WS-Rcp-Energia-Dif + WS-Rcp-Impuesto
                   ADD WS-Rcp-Kwh-Mes TO WS-Rcp-Kwh
                   ADD WS-Rcp-Importe-Mes TO WS-Rcp-Total
                   MOVE WS-Rcp-Importe-Mes TO WS-Rcp-Imp
                   MOVE SPACES TO Recupero-R
                   STRING WS-Fac-Numero(WS-IdxFac) " | "
                       WS-Fac-Fecha(WS-IdxFac) " | "
                       WS-Fac-Consumo(WS-IdxFac) "     | "
                       WS-Rcp-Kwh-Mes "     | " WS-Rcp-Imp
                       DELIMITED BY SIZE INTO Recupero-R
                   END-STRING
                   WRITE Recupero-R
               END-IF
           EXIT.

           *> Version vigente para WS-Fecha-Version; si es la misma
           *> que ya esta en memoria no se recarga.
           Cargar-Version-Para-Fecha.
               MOVE 'Tarifas.CFG' TO WS-Archivo-Tarifas
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
               IF WS-Archivo-Tarifas NOT = WS-Archivo-Cargado THEN
                   PERFORM Cargar-Tarifas
               END-IF
           EXIT.

           Evaluar-Version.
               MOVE SPACES TO WS-Version-Clave WS-Version-Archivo
               UNSTRING Version-R DELIMITED BY "="
                   INTO WS-Version-Clave, WS-Version-Archivo
               END-UNSTRING
               IF WS-Version-Clave(1:8) IS NUMERIC THEN
                   MOVE WS-Version-Clave(1:8) TO WS-Version-Desde
                   IF WS-Version-Desde <= WS-Fecha-Version AND
                      WS-Version-Desde > WS-Mejor-Desde THEN
                       MOVE WS-Version-Desde TO WS-Mejor-Desde
                       MOVE WS-Version-Archivo TO WS-Archivo-Tarifas
                   END-IF
               END-IF
           EXIT.

           Cargar-Tarifas.
               MOVE 'N' TO WS-FlagTarifario
               MOVE 0 TO WS-Tar-CargoFijo WS-Tar-Limite1
                   WS-Tar-Precio1 WS-Tar-Limite2 WS-Tar-Precio2
                   WS-Tar-Precio3 WS-Tar-Impuesto
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
                   MOVE WS-Archivo-Tarifas TO WS-Archivo-Cargado
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

           *> Mismos bloques escalonados que "Facturacion", sobre el
           *> consumo de WS-Kwh-Calculo.
           Calcular-Por-Bloques.
               IF WS-Kwh-Calculo > WS-Tar-Limite1 THEN
                   MOVE WS-Tar-Limite1 TO WS-Kwh-Bloque1
               ELSE
                   MOVE WS-Kwh-Calculo TO WS-Kwh-Bloque1
               END-IF
               EVALUATE TRUE
                   WHEN WS-Kwh-Calculo <= WS-Tar-Limite1
                       MOVE 0 TO WS-Kwh-Bloque2
                   WHEN WS-Kwh-Calculo <= WS-Tar-Limite2
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Kwh-Calculo - WS-Tar-Limite1
                   WHEN OTHER
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Tar-Limite2 - WS-Tar-Limite1
               END-EVALUATE
               IF WS-Kwh-Calculo > WS-Tar-Limite2 THEN
                   COMPUTE WS-Kwh-Bloque3 =
                       WS-Kwh-Calculo - WS-Tar-Limite2
               ELSE
                   MOVE 0 TO WS-Kwh-Bloque3
               END-IF
               COMPUTE WS-Energia-Calculo ROUNDED =
                   (WS-Kwh-Bloque1 * WS-Tar-Precio1) +
                   (WS-Kwh-Bloque2 * WS-Tar-Precio2) +
                   (WS-Kwh-Bloque3 * WS-Tar-Precio3)
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

           *> Una sola nota de debito por el total, sobre la ultima
           *> factura del periodo recuperado; "Cobranzas" y el
           *> estado de cuenta la toman como cualquier otra ND.
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
               MOVE WS-Rcp-Total TO WS-Dif-Imp
               MOVE SPACES TO Nota-R
               STRING "ND|" WS-Numero-Nota "|" WS-Sp-ID "|"
                   WS-Rcp-Factura "|" WS-Dif-Imp "|" WS-Fecha "|"
                   DELIMITED BY SIZE INTO Nota-R
               END-STRING
               WRITE Nota-R
               CLOSE Notas
           EXIT.

           Regrabar-Inspeccion.
               OPEN INPUT Campanias
               OPEN OUTPUT CmpTrabajo
               PERFORM UNTIL WS-FlagCmp = 'Y'
                   READ Campanias INTO CampaniaR
                       AT END
                           MOVE 'Y' TO WS-FlagCmp
                       NOT AT END
                           IF SP-Numero = PC-Numero THEN
                               PERFORM Marcar-Inspeccion
                           END-IF
                           MOVE CampaniaR TO CmpTrabajoR
                           WRITE CmpTrabajoR
                   END-READ
               END-PERFORM
               CLOSE Campanias
               CLOSE CmpTrabajo
               MOVE 'N' TO WS-FlagCmp
               PERFORM Volcar-Trabajo
           EXIT.

           Marcar-Inspeccion.
               MOVE WS-Fecha TO SP-FechaInsp
               MOVE PC-Resultado TO SP-Resultado
               MOVE WS-Rcp-Meses TO SP-Meses
               MOVE WS-Rcp-Kwh TO SP-Kwh
               MOVE WS-Rcp-Total TO SP-Importe
               IF WS-Rcp-Total > 0 THEN
                   MOVE WS-Numero-Nota TO SP-Nota
                   MOVE 'F' TO SP-Estado
               ELSE
                   MOVE 0 TO SP-Nota
                   MOVE 'I' TO SP-Estado
               END-IF
           EXIT.

           *> La orden de inspeccion se da por cumplida; si ya la
           *> cerro la cuadrilla por su lado, el rechazo de
           *> "Ordenes" no afecta al registro de la campania.
           Cerrar-Orden.
               MOVE "C" TO OS-Accion
               MOVE WS-Sp-Orden TO OS-Numero-Ent
               MOVE 0 TO OS-ID-Ent
               MOVE "C" TO OS-Resultado
               MOVE PC-Cuadrilla TO OS-Cuadrilla-Ent
               MOVE SPACES TO OS-Tipo-Ent
               CALL "Ordenes" USING WS-Ordenes-Parametros
           EXIT.

           Informar-Inspeccion.
               IF WS-Rcp-Total > 0 THEN
                   MOVE WS-Rcp-Total TO WS-Rcp-Imp
                   STRING "Inspeccion " PC-Numero " registrada, "
                       "recupero " WS-Rcp-Kwh " kwh $" WS-Rcp-Imp
                       " nota " WS-Numero-Nota
                       DELIMITED BY SIZE INTO PC-Mensaje
                   END-STRING
               ELSE
                   STRING "Inspeccion " PC-Numero
                       " registrada con resultado " PC-Resultado
                       DELIMITED BY SIZE INTO PC-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT CmpTrabajo
               OPEN OUTPUT Campanias
               PERFORM UNTIL WS-FlagCmp = 'Y'
                   READ CmpTrabajo INTO CmpTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagCmp
                       NOT AT END
                           MOVE CmpTrabajoR TO CampaniaR
                           WRITE CampaniaR
                   END-READ
               END-PERFORM
               CLOSE CmpTrabajo
               CLOSE Campanias
               MOVE 'N' TO WS-FlagCmp
               DELETE FILE CmpTrabajo
           EXIT.

           *> Listado completo de la campania, en el orden del
           *> archivo (ranking de cada corrida a continuacion de los
           *> casos ya en curso o cerrados).
           Listar-Campania.
               OPEN INPUT Campanias
               IF WS-File-StatusCmp NOT = '00' THEN
                   MOVE "ERROR No hay campania armada (Campanias.DAT)"
                       TO PC-Mensaje
               ELSE
                   MOVE 0 TO WS-Cant-Listados
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Campania de control de perdidas al "
                       WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE SPACES TO Listado-R
                   STRING "Numero | Alta     | ID    | Suministro | "
                       "Zona | Puntaje | Est | Orden  | Inspecc. | "
                       "Res | Kwh     | Nota     | Importe"
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Campanias INTO CampaniaR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               PERFORM Listar-Sospechoso
                       END-READ
                   END-PERFORM
                   CLOSE Campanias
                   CLOSE Listado
                   MOVE 'N' TO WS-FlagCmp
                   MOVE WS-Cant-Listados TO PC-Cantidad
                   STRING "Campania listada en Campanias.Txt: "
                       WS-Cant-Listados " registros"
                       DELIMITED BY SIZE INTO PC-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Sospechoso.
               MOVE SP-Importe TO WS-Rcp-Imp
               MOVE SPACES TO Listado-R
               STRING SP-Numero " | " SP-FechaAlta " | " SP-ID " | "
                   SP-Suministro " | " SP-Zona "  | " SP-Puntaje
                   "   | " SP-Estado "   | " SP-Orden " | "
                   SP-FechaInsp " | " SP-Resultado "   | " SP-Kwh
                   " | " SP-Nota " | " WS-Rcp-Imp
                   DELIMITED BY SIZE INTO Listado-R
               END-STRING
               WRITE Listado-R
               ADD 1 TO WS-Cant-Listados
           EXIT.
