       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImpresionFacturas AS "ImpresionFacturas".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Facturas del ciclo, emitidas por "Facturacion"; cada una
           *> sale como una pagina para entregar al cliente.
           SELECT Facturas ASSIGN TO 'Facturas.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusFac.

           *> Las facturas con su ruta y secuencia de reparto se
           *> ordenan con el mismo SORT a archivo que usa "Rutas" para
           *> el libro de los lecturistas.
           SELECT FacRuta ASSIGN TO 'FacturasRuta.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusFru.

           SELECT FacOrdenada ASSIGN TO 'FacturasRutaOrd.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusFor.

           SELECT Work-FileF ASSIGN TO SORT-WORK.

           *> Puntos de suministro (ruta y orden de recorrido).
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Ultimo registro capturado por medidor (lectura actual).
           SELECT Medidores ASSIGN TO 'Medidores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMed.

           *> Ficha del medidor instalado: constante multiplicadora y
           *> registro inicial si se cambio en el periodo.
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           *> Facturas anteriores del suministro, para las barras de
           *> consumo de los ultimos doce meses; por la clave cliente
           *> + fecha se leen solo las del cliente, de la mas vieja a
           *> la mas nueva.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Version tarifaria vigente a la fecha de emision, para
           *> abrir la energia por bloques igual que "Facturacion".
           SELECT Versiones ASSIGN TO 'TarifasVersiones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVer.

           SELECT Tarifas ASSIGN TO WS-Archivo-Tarifas
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTar.

           *> Saldo a favor aplicado a la factura ("Creditos").
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Compensacion por calidad de servicio descontada de la
           *> factura ("Interrupciones" la devenga, "Facturacion" la
           *> aplica).
           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> Cargo de conexion cobrado en la primera factura del
           *> suministro ("Conexiones" lo deja, "Facturacion" lo
           *> aplica).
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCgc.

           *> Factura con plan de cuota fija ("Facturacion" deja el
           *> renglon F con lo real y la cuota cobrada).
           SELECT MovPresupuesto ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPmv.

           *> Facturas retenidas en la revision de "Facturacion" (R)
           *> o anuladas y refacturadas (A): no se imprimen. La
           *> liberada (L) y la refacturada quedan marcadas al
           *> imprimirse, con el ciclo o con los pendientes, y no se
           *> vuelven a imprimir. Se regraba a traves de su propio
           *> archivo de trabajo FacturasRetenidasImp.DAT.
           SELECT Retenidas ASSIGN TO 'FacturasRetenidas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRet.

           SELECT RetTrabajo ASSIGN TO 'FacturasRetenidasImp.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRtr.

           *> Documento final: una pagina por factura con el talon de
           *> pago desprendible al pie.
           SELECT Impresion ASSIGN TO WS-Archivo-Impresion
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusImp.

       DATA DIVISION.
       FILE SECTION.
       FD Facturas.
       01 Factura-R.
           05 FAC-ID                PIC 9(5).
           05 FAC-FILLER1           PIC X .
           05 FAC-NombreUsuario     PIC X(40).
           05 FAC-FILLER2           PIC X .
           05 FAC-Consumo           PIC 9(5).
           05 FAC-FILLER3           PIC X .
           05 FAC-CargoFijo         PIC 9(6)V99.
           05 FAC-FILLER4           PIC X .
           05 FAC-Energia           PIC 9(10)V99.
           05 FAC-FILLER5           PIC X .
           05 FAC-Impuesto          PIC 9(9)V99.
           05 FAC-FILLER6           PIC X .
           05 FAC-Monto             PIC 9(10)V99.
           05 FAC-FILLER7           PIC X .
           05 FAC-Fecha             PIC 9(8).
           05 FAC-FILLER8           PIC X .
           05 FAC-Medidor           PIC X(10).
           05 FAC-FILLER9           PIC X .
           05 FAC-Direccion         PIC X(40).
           05 FAC-FILLER10          PIC X .
           05 FAC-Tarifa            PIC X(2).
           05 FAC-FILLER11          PIC X .
           05 FAC-Numero            PIC 9(8).
           05 FAC-FILLER12          PIC X .
           05 FAC-Interes           PIC 9(9)V99.
           05 FAC-FILLER13          PIC X .
           05 FAC-Subsidio          PIC 9(9)V99.
           05 FAC-FILLER14          PIC X .

       *> Ruta y secuencia delante de la factura entera.
       FD FacRuta.
       01 FacRutaR.
           05 FR-Ruta               PIC X(3).
           05 FR-Secuencia          PIC 9(3).
           05 FR-Factura            PIC X(197).

       FD FacOrdenada.
       01 FacOrdenadaR.
           05 FO-Ruta               PIC X(3).
           05 FO-Secuencia          PIC 9(3).
           05 FO-Factura            PIC X(197).

       SD Work-FileF.
       01 WorkRF.
           05 WF-Ruta               PIC X(3).
           05 WF-Secuencia          PIC 9(3).
           05 WF-Factura            PIC X(197).

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

       FD Medidores.
       01 MedidorR.
           05 MD-Medidor            PIC X(10).
           05 MD-Registro           PIC 9(5).
           05 MD-Mes                PIC X(15).
           05 MD-Fecha              PIC 9(8).

       FD Inventario.
       01 InventarioR.
           05 IV-Serie              PIC X(10).
           05 IV-Marca              PIC X(15).
           05 IV-Modelo             PIC X(15).
           05 IV-Multiplicador      PIC 9(4).
           05 IV-Ubicacion          PIC X(1).
           05 IV-Suministro         PIC X(10).
           05 IV-FechaInst          PIC 9(8).
           05 IV-RegistroInst       PIC 9(5).
           05 IV-FechaRetiro        PIC 9(8).
           05 IV-RegistroRetiro     PIC 9(5).
           05 IV-FechaCalib         PIC 9(8).

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
           05 HI-FILLER8            PIC X .
           05 HI-Medidor            PIC X(10).
           05 FILLER                PIC X(45).
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).
       *> La linea entera, con el formato de Facturas.Txt, para
       *> imprimir una liberada o refacturada pendiente.
       01 Historico-Linea.
           05 HL-Factura            PIC X(197).
           05 FILLER                PIC X(13).

       FD Versiones.
       01 Version-R                 PIC X(80).

       FD Tarifas.
       01 Tarifas-R                 PIC X(80).

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

       FD Retenidas.
       01 RetenidaR.
           05 RE-Numero             PIC 9(8).
           05 FILLER                PIC X(76).
           05 RE-Estado             PIC X(1).
           05 FILLER                PIC X(18).
           05 RE-Reemplazo          PIC 9(8).
           05 RE-Banco              PIC X(1).
           *> N pendiente de imprimir, Y ya impresa.
           05 RE-Impresa            PIC X(1).
           05 FILLER                PIC X(7).

       FD RetTrabajo.
       01 RetTrabajoR               PIC X(120).

       FD Impresion.
       01 Impresion-R               PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusFac     PIC XX.
               05 WS-File-StatusFru     PIC XX.
               05 WS-File-StatusFor     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusMed     PIC XX.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusCgc     PIC XX.
               05 WS-File-StatusPmv     PIC XX.
               05 WS-File-StatusImp     PIC XX.
               05 WS-File-StatusRet     PIC XX.
               05 WS-File-StatusRtr     PIC XX.
           01 WS-Flags.
               05 WS-FlagFac            PIC X(1) VALUE 'N'.
               05 WS-FlagFor            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagCgc            PIC X(1) VALUE 'N'.
               05 WS-FlagPmv            PIC X(1) VALUE 'N'.
               05 WS-FlagRet            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura en curso cobra la cuota de un plan.
               05 WS-FlagPlan           PIC X(1).
               *> 'Y' si la factura en curso esta retenida o anulada.
               05 WS-FlagRetenida       PIC X(1).
               05 WS-FlagRtr            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura pendiente esta en el historico.
               05 WS-FlagFactura        PIC X(1).
               *> 'Y' si la factura en curso ya se imprimio en otra
               *> corrida.
               05 WS-FlagEnviada        PIC X(1).
               *> 'Y' si hay registro del medidor en Medidores.DAT.
               05 WS-FlagRegistro       PIC X(1).
               *> 'Y' si el medidor se instalo despues de la factura
               *> anterior (cambio en el periodo).
               05 WS-FlagCambio         PIC X(1).
               *> 'Y' si la version tarifaria se pudo leer.
               05 WS-FlagTarifario      PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Archivo-Impresion  PIC X(30).
           *> Punto de la factura en curso.
           01 WS-Punto.
               05 WS-Pto-Ruta           PIC X(3).
               05 WS-Pto-Secuencia      PIC 9(3).
           *> Lecturas del periodo.
           01 WS-Lectura.
               05 WS-Lec-Actual         PIC 9(5).
               05 WS-Lec-Anterior       PIC 9(5).
               05 WS-Lec-Mes            PIC X(15).
               05 WS-Lec-Fecha          PIC 9(8).
               05 WS-Lec-Mult           PIC 9(4).
               05 WS-Lec-RegInst        PIC 9(5).
               05 WS-Lec-FechaInst      PIC 9(8).
               05 WS-Lec-Dial           PIC 9(6).
           *> Ultimos doce consumos facturados del suministro (el
           *> mas viejo primero); la factura en curso es el ultimo.
           01 WS-Historia.
               05 WS-Cant-Meses         PIC 9(2) VALUE 0.
               05 WS-Mes-Hist OCCURS 12 TIMES.
                   10 WS-His-Fecha      PIC 9(8).
                   10 WS-His-Consumo    PIC 9(5).
           01 WS-Idx                PIC 9(2).
           01 WS-Max-Consumo        PIC 9(5).
           01 WS-Fecha-Anterior     PIC 9(8).
           01 WS-Largo-Barra        PIC 9(2).
           01 WS-Barra              PIC X(40).
           *> Tarifa regulada vigente a la emision de la factura.
           01 WS-Tarifa.
               05 WS-Tar-CargoFijo      PIC 9(6)V99 VALUE 0.
               05 WS-Tar-Limite1        PIC 9(5) VALUE 0.
               05 WS-Tar-Precio1        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Limite2        PIC 9(5) VALUE 0.
               05 WS-Tar-Precio2        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Precio3        PIC 9(4)V99 VALUE 0.
               05 WS-Tar-Impuesto       PIC 9(3)V99 VALUE 0.
           01 WS-Tarifa-Clave       PIC X(10).
           01 WS-Tarifa-Valor       PIC X(15).
           01 WS-Archivo-Tarifas    PIC X(30) VALUE 'Tarifas.CFG'.
           01 WS-Version-Clave      PIC X(10).
           01 WS-Version-Archivo    PIC X(30).
           01 WS-Version-Desde      PIC 9(8).
           01 WS-Mejor-Desde        PIC 9(8).
           *> Fecha de emision con la que se cargo la tarifa: las
           *> facturas del mismo ciclo no la vuelven a leer.
           01 WS-Fecha-Tarifa       PIC 9(8) VALUE 0.
           01 WS-Imp-Entera         PIC X(7).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(7).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(7)V99.
           *> Apertura de la energia por bloques de la factura.
           01 WS-Bloques.
               05 WS-Kwh-Bloque1        PIC 9(5).
               05 WS-Kwh-Bloque2        PIC 9(5).
               05 WS-Kwh-Bloque3        PIC 9(5).
               05 WS-Imp-Bloque1        PIC 9(10)V99.
               05 WS-Imp-Bloque2        PIC 9(10)V99.
               05 WS-Imp-Bloque3        PIC 9(10)V99.
               05 WS-Imp-Energia        PIC 9(10)V99.
           01 WS-Credito-Aplicado   PIC 9(10)V99.
           01 WS-Compensacion       PIC 9(10)V99.
           01 WS-Cargo-Conexion     PIC 9(10)V99.
           *> Cuota del plan menos el cargo real de la factura.
           01 WS-Ajuste-Plan        PIC S9(10)V99.
           01 WS-Cant-Facturas      PIC 9(5) VALUE 0.
           01 WS-Cant-Sin-Numero    PIC 9(5) VALUE 0.
           01 WS-Cant-Retenidas     PIC 9(5) VALUE 0.
           01 WS-Cant-Ya-Impresas   PIC 9(5) VALUE 0.
           01 WS-Cant-Pendientes    PIC 9(5) VALUE 0.
           01 WS-Cant-No-Halladas   PIC 9(5) VALUE 0.
           *> Numeros de factura retenidos o anulados.
           01 WS-Retenidas.
               05 WS-Cant-Ret           PIC 9(4) VALUE 0.
               05 WS-Ret-Numero         PIC 9(8) OCCURS 5000 TIMES.
           01 WS-IdxRet             PIC 9(4).
           *> Facturas liberadas y refacturadas con seguimiento de
           *> impresion: N pendiente, Y ya impresa en otra corrida, E
           *> impresa en esta.
           01 WS-Salientes.
               05 WS-Cant-Sal           PIC 9(4) VALUE 0.
               05 WS-Sal OCCURS 5000 TIMES.
                   10 WS-Sal-Numero     PIC 9(8).
                   10 WS-Sal-Estado     PIC X(1).
           01 WS-IdxSal             PIC 9(4).
           01 WS-Sal-Hallada        PIC 9(4).
           01 WS-Numero-Saliente    PIC 9(8).
           *> Campos editados de la pagina.
           01 WS-Monto-Imp          PIC Z(9)9.99.
           01 WS-Resta-Imp          PIC -(10)9.99.
           01 WS-Precio-Imp         PIC Z(3)9.99.
           01 WS-Pct-Imp            PIC ZZ9.99.
           01 WS-Kwh-Imp            PIC Z(4)9.
           01 WS-Concepto           PIC X(50).
           *> Parametros de "CodigoPago": el mismo codigo que viaja
           *> al banco en InterfazBanco.DAT.
           01 WS-Codigo-Parametros.
               05 CB-Numero         PIC 9(8).
               05 CB-Monto          PIC 9(10)V99.
               05 CB-Emision        PIC 9(8).
               05 CB-Vencimiento    PIC 9(8).
               05 CB-Digito         PIC 9(1).
               05 CB-Codigo         PIC X(29).
               05 CB-Linea          PIC X(32).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "C" (o vacio) el ciclo de Facturas.Txt; "P" solo las
               *> facturas liberadas y las refacturadas que todavia no
               *> se imprimieron, leidas de FacturasIDX.DAT, en
               *> FacturasLiberadas.Txt y sin filtro de ruta.
               05 BI-Accion         PIC X(1).
               *> Ruta a imprimir; vacia imprime todas en orden de
               *> ruta y secuencia (las de puntos sin ruta al final).
               05 BI-Ruta           PIC X(3).
               05 BI-Cantidad       PIC 9(5).
               05 BI-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO BI-Mensaje
               MOVE 0 TO BI-Cantidad
               MOVE 0 TO WS-Cant-Facturas WS-Cant-Sin-Numero
                   WS-Cant-Retenidas
               MOVE 0 TO WS-Cant-Ya-Impresas WS-Cant-Pendientes
                   WS-Cant-No-Halladas
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE BI-Accion
                   WHEN "C"
                   WHEN SPACE
                       PERFORM Imprimir-Ciclo
                   WHEN "P"
                       PERFORM Imprimir-Pendientes
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO BI-Mensaje
               END-EVALUATE
           EXIT.

           *> Genera FacturasImpresas.Txt (o FacturasImpresas_<ruta>
           *> .Txt): una pagina por factura numerada del ciclo, en el
           *> orden en que la lleva el repartidor.
           Imprimir-Ciclo.
               IF BI-Ruta = SPACES THEN
                   MOVE 'FacturasImpresas.Txt' TO WS-Archivo-Impresion
               ELSE
                   MOVE SPACES TO WS-Archivo-Impresion
                   STRING "FacturasImpresas_" BI-Ruta ".Txt"
                       DELIMITED BY SIZE INTO WS-Archivo-Impresion
                   END-STRING
               END-IF
               OPEN INPUT Facturas
               IF WS-File-StatusFac NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Facturas.Txt" TO
                       BI-Mensaje
               ELSE
                   PERFORM Cargar-Retenidas
                   OPEN OUTPUT FacRuta
                   PERFORM UNTIL WS-FlagFac = 'Y'
                       READ Facturas INTO Factura-R
                           AT END
                               MOVE 'Y' TO WS-FlagFac
                           NOT AT END
                               PERFORM Rutear-Factura
                       END-READ
                   END-PERFORM
                   CLOSE Facturas
                   CLOSE FacRuta
                   MOVE 'N' TO WS-FlagFac
                   SORT Work-FileF
                       ON ASCENDING KEY WF-Ruta WF-Secuencia
                       USING FacRuta
                       GIVING FacOrdenada
                   DELETE FILE FacRuta
                   PERFORM Imprimir-Facturas
                   DELETE FILE FacOrdenada
                   PERFORM Marcar-Retenidas
                   MOVE WS-Cant-Facturas TO BI-Cantidad
                   IF WS-Cant-Retenidas > 0 THEN
                       STRING "Impresas en "
                           DELIMITED BY SIZE
                           WS-Archivo-Impresion DELIMITED BY SPACE
                           ": " WS-Cant-Facturas " sin numero: "
                           WS-Cant-Sin-Numero " retenidas: "
                           WS-Cant-Retenidas
                           DELIMITED BY SIZE INTO BI-Mensaje
                       END-STRING
                   ELSE
                       STRING "Facturas impresas en "
                           DELIMITED BY SIZE
                           WS-Archivo-Impresion DELIMITED BY SPACE
                           ": " WS-Cant-Facturas " sin numero: "
                           WS-Cant-Sin-Numero
                           DELIMITED BY SIZE INTO BI-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           *> La corrida anual no numera facturas: sin numero legal no
           *> hay talon ni codigo de pago y no se imprime. La factura
           *> retenida espera a que la liberen; la liberada o
           *> refacturada que ya salio con los pendientes no se
           *> repite.
           Rutear-Factura.
               PERFORM Verificar-Retencion
               MOVE FAC-Numero TO WS-Numero-Saliente
               PERFORM Buscar-Saliente
               EVALUATE TRUE
                   WHEN FAC-Numero = 0
                       ADD 1 TO WS-Cant-Sin-Numero
                   WHEN WS-FlagRetenida = 'Y'
                       ADD 1 TO WS-Cant-Retenidas
                   WHEN WS-FlagEnviada = 'Y'
                       ADD 1 TO WS-Cant-Ya-Impresas
                   WHEN OTHER
                       PERFORM Buscar-Punto
                       IF BI-Ruta = SPACES OR
                          WS-Pto-Ruta = BI-Ruta THEN
                           PERFORM Escribir-Ruteada
                       END-IF
               END-EVALUATE
           EXIT.

           Escribir-Ruteada.
               MOVE WS-Pto-Ruta TO FR-Ruta
               MOVE WS-Pto-Secuencia TO FR-Secuencia
               MOVE Factura-R TO FR-Factura
               WRITE FacRutaR
               PERFORM Marcar-Saliente
           EXIT.

           *> Solo las liberadas y refacturadas que todavia no se
           *> imprimieron, cada una leida por su numero del
           *> historico indexado (Facturas.Txt ya puede ser el del
           *> ciclo siguiente), en orden de reparto. Sin pendientes
           *> no se genera nada.
           Imprimir-Pendientes.
               MOVE 'FacturasLiberadas.Txt' TO WS-Archivo-Impresion
               PERFORM Cargar-Retenidas
               PERFORM VARYING WS-IdxSal FROM 1 BY 1
                       UNTIL WS-IdxSal > WS-Cant-Sal
                   IF WS-Sal-Estado(WS-IdxSal) = 'N' THEN
                       ADD 1 TO WS-Cant-Pendientes
                   END-IF
               END-PERFORM
               IF WS-Cant-Pendientes = 0 THEN
                   MOVE "No hay facturas liberadas ni refacturadas pend
      -                "ientes de impresion" TO BI-Mensaje
               ELSE
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasIDX.DAT" TO
                           BI-Mensaje
                   ELSE
                       OPEN OUTPUT FacRuta
                       PERFORM VARYING WS-IdxSal FROM 1 BY 1
                               UNTIL WS-IdxSal > WS-Cant-Sal
                           IF WS-Sal-Estado(WS-IdxSal) = 'N' THEN
                               PERFORM Rutear-Pendiente
                           END-IF
                       END-PERFORM
                       CLOSE Historico
                       CLOSE FacRuta
                       SORT Work-FileF
                           ON ASCENDING KEY WF-Ruta WF-Secuencia
                           USING FacRuta
                           GIVING FacOrdenada
                       DELETE FILE FacRuta
                       PERFORM Imprimir-Facturas
                       DELETE FILE FacOrdenada
                       PERFORM Marcar-Retenidas
                       MOVE WS-Cant-Facturas TO BI-Cantidad
                       STRING "Pendientes impresas en "
                           DELIMITED BY SIZE
                           WS-Archivo-Impresion DELIMITED BY SPACE
                           ": " WS-Cant-Facturas " sin historico: "
                           WS-Cant-No-Halladas
                           DELIMITED BY SIZE INTO BI-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           *> La que no esta en el historico sigue pendiente.
           Rutear-Pendiente.
               MOVE 'N' TO WS-FlagFactura
               MOVE WS-Sal-Numero(WS-IdxSal) TO HI-Numero
               READ Historico KEY IS HI-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FlagFactura
               END-READ
               IF WS-FlagFactura = 'N' THEN
                   ADD 1 TO WS-Cant-No-Halladas
               ELSE
                   MOVE HL-Factura TO Factura-R
                   MOVE WS-IdxSal TO WS-Sal-Hallada
                   PERFORM Buscar-Punto
                   PERFORM Escribir-Ruteada
               END-IF
           EXIT.

           *> Sin FacturasRetenidas.DAT no hay nada retenido.
           Cargar-Retenidas.
               MOVE 0 TO WS-Cant-Ret WS-Cant-Sal
               OPEN INPUT Retenidas
               IF WS-File-StatusRet = '00' THEN
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               IF (RE-Estado = 'R' OR
                                   RE-Estado = 'A') AND
                                  WS-Cant-Ret < 5000 THEN
                                   ADD 1 TO WS-Cant-Ret
                                   MOVE RE-Numero TO
                                       WS-Ret-Numero(WS-Cant-Ret)
                               END-IF
                               PERFORM Cargar-Saliente
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   MOVE 'N' TO WS-FlagRet
               END-IF
           EXIT.

           *> La factura que sale por el registro: la misma si esta
           *> liberada, la refacturada si esta anulada. Cero si no
           *> sale ninguna.
           Numero-Saliente.
               MOVE 0 TO WS-Numero-Saliente
               EVALUATE RE-Estado
                   WHEN 'L'
                       MOVE RE-Numero TO WS-Numero-Saliente
                   WHEN 'A'
                       MOVE RE-Reemplazo TO WS-Numero-Saliente
               END-EVALUATE
           EXIT.

           *> Solo las que tienen seguimiento (RE-Impresa en N o Y);
           *> las resueltas antes de llevarlo ya salieron con su
           *> ciclo.
           Cargar-Saliente.
               PERFORM Numero-Saliente
               IF WS-Numero-Saliente > 0 AND
                  (RE-Impresa = 'N' OR RE-Impresa = 'Y') AND
                  WS-Cant-Sal < 5000 THEN
                   ADD 1 TO WS-Cant-Sal
                   MOVE WS-Numero-Saliente TO
                       WS-Sal-Numero(WS-Cant-Sal)
                   MOVE RE-Impresa TO WS-Sal-Estado(WS-Cant-Sal)
               END-IF
           EXIT.

           Buscar-Saliente.
               MOVE 0 TO WS-Sal-Hallada
               MOVE 'N' TO WS-FlagEnviada
               IF WS-Numero-Saliente NOT = 0 THEN
                   PERFORM VARYING WS-IdxSal FROM 1 BY 1
                           UNTIL WS-IdxSal > WS-Cant-Sal
                              OR WS-Sal-Hallada > 0
                       IF WS-Sal-Numero(WS-IdxSal) =
                          WS-Numero-Saliente THEN
                           MOVE WS-IdxSal TO WS-Sal-Hallada
                           IF WS-Sal-Estado(WS-IdxSal) = 'Y' THEN
                               MOVE 'Y' TO WS-FlagEnviada
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           EXIT.

           Marcar-Saliente.
               IF WS-Sal-Hallada > 0 THEN
                   IF WS-Sal-Estado(WS-Sal-Hallada) = 'N' THEN
                       MOVE 'E' TO WS-Sal-Estado(WS-Sal-Hallada)
                   END-IF
               END-IF
           EXIT.

           *> Deja RE-Impresa en Y en los registros cuya factura se
           *> imprimio en esta corrida; si no hubo ninguna no
           *> regraba.
           Marcar-Retenidas.
               MOVE 0 TO WS-Sal-Hallada
               PERFORM VARYING WS-IdxSal FROM 1 BY 1
                       UNTIL WS-IdxSal > WS-Cant-Sal
                          OR WS-Sal-Hallada > 0
                   IF WS-Sal-Estado(WS-IdxSal) = 'E' THEN
                       MOVE WS-IdxSal TO WS-Sal-Hallada
                   END-IF
               END-PERFORM
               IF WS-Sal-Hallada > 0 THEN
                   OPEN INPUT Retenidas
                   OPEN OUTPUT RetTrabajo
                   PERFORM UNTIL WS-FlagRet = 'Y'
                       READ Retenidas INTO RetenidaR
                           AT END
                               MOVE 'Y' TO WS-FlagRet
                           NOT AT END
                               PERFORM Marcar-Retenida
                               MOVE RetenidaR TO RetTrabajoR
                               WRITE RetTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Retenidas
                   CLOSE RetTrabajo
                   MOVE 'N' TO WS-FlagRet
                   PERFORM Volcar-Retenidas
               END-IF
           EXIT.

           Marcar-Retenida.
               IF RE-Impresa = 'N' THEN
                   PERFORM Numero-Saliente
                   PERFORM Buscar-Saliente
                   IF WS-Sal-Hallada > 0 THEN
                       IF WS-Sal-Estado(WS-Sal-Hallada) = 'E' THEN
                           MOVE 'Y' TO RE-Impresa
                       END-IF
                   END-IF
               END-IF
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

           Verificar-Retencion.
               MOVE 'N' TO WS-FlagRetenida
               IF FAC-Numero NOT = 0 THEN
                   PERFORM VARYING WS-IdxRet FROM 1 BY 1
                           UNTIL WS-IdxRet > WS-Cant-Ret
                              OR WS-FlagRetenida = 'Y'
                       IF WS-Ret-Numero(WS-IdxRet) = FAC-Numero THEN
                           MOVE 'Y' TO WS-FlagRetenida
                       END-IF
                   END-PERFORM
               END-IF
           EXIT.

           *> Ruta y secuencia del suministro de la factura; el punto
           *> sin ruta asignada va al final del reparto.
           Buscar-Punto.
               MOVE HIGH-VALUES TO WS-Pto-Ruta
               MOVE 999 TO WS-Pto-Secuencia
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF SU-Medidor = FAC-Medidor AND
                                  SU-Ruta NOT = SPACES THEN
                                   MOVE SU-Ruta TO WS-Pto-Ruta
                                   MOVE SU-Secuencia TO
                                       WS-Pto-Secuencia
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Imprimir-Facturas.
               OPEN INPUT FacOrdenada
               OPEN OUTPUT Impresion
               PERFORM UNTIL WS-FlagFor = 'Y'
                   READ FacOrdenada INTO FacOrdenadaR
                       AT END
                           MOVE 'Y' TO WS-FlagFor
                       NOT AT END
                           MOVE FO-Factura TO Factura-R
                           MOVE FO-Ruta TO WS-Pto-Ruta
                           MOVE FO-Secuencia TO WS-Pto-Secuencia
                           PERFORM Imprimir-Factura
                   END-READ
               END-PERFORM
               CLOSE FacOrdenada
               CLOSE Impresion
               MOVE 'N' TO WS-FlagFor
           EXIT.

           *> Una pagina: encabezado, suministro y lecturas, detalle
           *> de la factura, barras de consumo y talon de pago.
           Imprimir-Factura.
               ADD 1 TO WS-Cant-Facturas
               IF FAC-Fecha NOT = WS-Fecha-Tarifa THEN
                   PERFORM Cargar-Tarifas
               END-IF
               MOVE FAC-Numero TO CB-Numero
               MOVE FAC-Monto TO CB-Monto
               MOVE FAC-Fecha TO CB-Emision
               CALL "CodigoPago" USING WS-Codigo-Parametros
               PERFORM Cargar-Historia
               PERFORM Buscar-Lectura
               PERFORM Escribir-Encabezado
               PERFORM Escribir-Suministro
               PERFORM Escribir-Detalle
               PERFORM Escribir-Barras
               PERFORM Escribir-Talon
           EXIT.

           Escribir-Encabezado.
               MOVE ALL "=" TO Impresion-R
               WRITE Impresion-R
               MOVE "SERVICIO DE ENERGIA ELECTRICA - FACTURA" TO
                   Impresion-R
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               STRING "Factura Nro " FAC-Numero
                   "   Emision: " FAC-Fecha
                   "   Vencimiento: " CB-Vencimiento
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
               MOVE ALL "=" TO Impresion-R
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               STRING "Cliente: " FAC-ID "  " FAC-NombreUsuario
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
           EXIT.

           Escribir-Suministro.
               MOVE SPACES TO Impresion-R
               STRING "Domicilio del suministro: " FAC-Direccion
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               IF WS-Pto-Ruta = HIGH-VALUES THEN
                   STRING "Medidor: " FAC-Medidor
                       "   Clase tarifaria: " FAC-Tarifa
                       "   Ruta: sin asignar"
                       DELIMITED BY SIZE INTO Impresion-R
                   END-STRING
               ELSE
                   STRING "Medidor: " FAC-Medidor
                       "   Clase tarifaria: " FAC-Tarifa
                       "   Ruta: " WS-Pto-Ruta "-" WS-Pto-Secuencia
                       DELIMITED BY SIZE INTO Impresion-R
                   END-STRING
               END-IF
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               IF WS-FlagRegistro = 'Y' THEN
                   STRING "Lectura anterior: " WS-Lec-Anterior
                       "   Lectura actual: " WS-Lec-Actual
                       " (" WS-Lec-Fecha ")"
                       DELIMITED BY SIZE INTO Impresion-R
                   END-STRING
               ELSE
                   MOVE "Lectura anterior: s/d   Lectura actual: s/d"
                       TO Impresion-R
               END-IF
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               MOVE FAC-Consumo TO WS-Kwh-Imp
               IF WS-FlagCambio = 'Y' THEN
                   STRING "Consumo facturado: " WS-Kwh-Imp " kwh"
                       "  (cambio de medidor el " WS-Lec-FechaInst
                       ")"
                       DELIMITED BY SIZE INTO Impresion-R
                   END-STRING
               ELSE
                   IF WS-Lec-Mult > 1 THEN
                       STRING "Consumo facturado: " WS-Kwh-Imp " kwh"
                           "  (constante " WS-Lec-Mult ")"
                           DELIMITED BY SIZE INTO Impresion-R
                       END-STRING
                   ELSE
                       STRING "Consumo facturado: " WS-Kwh-Imp " kwh"
                           DELIMITED BY SIZE INTO Impresion-R
                       END-STRING
                   END-IF
               END-IF
               WRITE Impresion-R
           EXIT.

           *> Lectura actual del medidor; la anterior se reconstruye
           *> con el consumo facturado (dividido por la constante del
           *> medidor, con la vuelta del dial despues de 99999), o es
           *> el registro de instalacion si el medidor se cambio
           *> despues de la factura anterior.
           Buscar-Lectura.
               MOVE 'N' TO WS-FlagRegistro WS-FlagCambio
               MOVE 0 TO WS-Lec-Actual WS-Lec-Anterior WS-Lec-Fecha
                   WS-Lec-RegInst WS-Lec-FechaInst
               MOVE 1 TO WS-Lec-Mult
               OPEN INPUT Medidores
               IF WS-File-StatusMed = '00' THEN
                   PERFORM UNTIL WS-FlagMed = 'Y'
                       READ Medidores INTO MedidorR
                           AT END
                               MOVE 'Y' TO WS-FlagMed
                           NOT AT END
                               IF MD-Medidor = FAC-Medidor THEN
                                   MOVE 'Y' TO WS-FlagRegistro
                                   MOVE MD-Registro TO WS-Lec-Actual
                                   MOVE MD-Fecha TO WS-Lec-Fecha
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Medidores
                   MOVE 'N' TO WS-FlagMed
               END-IF
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Suministro = FAC-Medidor AND
                                  IV-Ubicacion = 'I' THEN
                                   IF IV-Multiplicador > 0 THEN
                                       MOVE IV-Multiplicador TO
                                           WS-Lec-Mult
                                   END-IF
                                   MOVE IV-RegistroInst TO
                                       WS-Lec-RegInst
                                   MOVE IV-FechaInst TO
                                       WS-Lec-FechaInst
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
               IF WS-Lec-FechaInst > 0 AND
                  WS-Lec-FechaInst > WS-Fecha-Anterior THEN
                   MOVE 'Y' TO WS-FlagCambio
                   MOVE WS-Lec-RegInst TO WS-Lec-Anterior
               ELSE
                   COMPUTE WS-Lec-Dial = FAC-Consumo / WS-Lec-Mult
                   IF WS-Lec-Dial > WS-Lec-Actual THEN
                       COMPUTE WS-Lec-Anterior =
                           (WS-Lec-Actual + 100000) - WS-Lec-Dial
                   ELSE
                       COMPUTE WS-Lec-Anterior =
                           WS-Lec-Actual - WS-Lec-Dial
                   END-IF
               END-IF
           EXIT.

           *> Consumos de las facturas del mismo suministro hasta la
           *> que se imprime, quedandose con las ultimas doce; de paso
           *> queda la fecha de la factura anterior.
           Cargar-Historia.
               MOVE 0 TO WS-Cant-Meses WS-Fecha-Anterior
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE FAC-ID TO HI-Cli-ID
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
                               IF HI-ID NOT = FAC-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               END-IF
                               IF HI-ID = FAC-ID AND
                                  HI-Medidor = FAC-Medidor AND
                                  HI-Numero < FAC-Numero THEN
                                   PERFORM Agregar-Mes
                                   IF HI-Fecha > WS-Fecha-Anterior THEN
                                       MOVE HI-Fecha TO
                                           WS-Fecha-Anterior
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
               MOVE FAC-Fecha TO HI-Fecha
               MOVE FAC-Consumo TO HI-Consumo
               PERFORM Agregar-Mes
           EXIT.

           Agregar-Mes.
               IF WS-Cant-Meses = 12 THEN
                   PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 11
                       MOVE WS-Mes-Hist(WS-Idx + 1) TO
                           WS-Mes-Hist(WS-Idx)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Cant-Meses
               END-IF
               MOVE HI-Fecha TO WS-His-Fecha(WS-Cant-Meses)
               MOVE HI-Consumo TO WS-His-Consumo(WS-Cant-Meses)
           EXIT.

           *> Detalle de importes: cargo fijo, energia por bloque,
           *> impuesto, interes, subsidio, ajuste del plan de cuota
           *> fija, compensacion por calidad de servicio y saldo a
           *> favor aplicado.
           Escribir-Detalle.
               MOVE SPACES TO Impresion-R
               WRITE Impresion-R
               MOVE "Detalle de la factura" TO Impresion-R
               WRITE Impresion-R
               MOVE "Cargo fijo mensual" TO WS-Concepto
               MOVE FAC-CargoFijo TO WS-Monto-Imp
               PERFORM Escribir-Importe
               PERFORM Abrir-Bloques
               IF WS-FlagTarifario = 'Y' AND
                  WS-Imp-Energia = FAC-Energia THEN
                   IF WS-Kwh-Bloque1 > 0 THEN
                       MOVE WS-Kwh-Bloque1 TO WS-Kwh-Imp
                       MOVE WS-Tar-Precio1 TO WS-Precio-Imp
                       MOVE WS-Imp-Bloque1 TO WS-Monto-Imp
                       PERFORM Escribir-Bloque
                   END-IF
                   IF WS-Kwh-Bloque2 > 0 THEN
                       MOVE WS-Kwh-Bloque2 TO WS-Kwh-Imp
                       MOVE WS-Tar-Precio2 TO WS-Precio-Imp
                       MOVE WS-Imp-Bloque2 TO WS-Monto-Imp
                       PERFORM Escribir-Bloque
                   END-IF
                   IF WS-Kwh-Bloque3 > 0 THEN
                       MOVE WS-Kwh-Bloque3 TO WS-Kwh-Imp
                       MOVE WS-Tar-Precio3 TO WS-Precio-Imp
                       MOVE WS-Imp-Bloque3 TO WS-Monto-Imp
                       PERFORM Escribir-Bloque
                   END-IF
               ELSE
                   MOVE FAC-Consumo TO WS-Kwh-Imp
                   MOVE SPACES TO WS-Concepto
                   STRING "Energia " WS-Kwh-Imp " kwh"
                       DELIMITED BY SIZE INTO WS-Concepto
                   END-STRING
                   MOVE FAC-Energia TO WS-Monto-Imp
                   PERFORM Escribir-Importe
               END-IF
               MOVE SPACES TO WS-Concepto
               IF WS-FlagTarifario = 'Y' THEN
                   MOVE WS-Tar-Impuesto TO WS-Pct-Imp
                   STRING "Impuesto (" WS-Pct-Imp " %)"
                       DELIMITED BY SIZE INTO WS-Concepto
                   END-STRING
               ELSE
                   MOVE "Impuesto" TO WS-Concepto
               END-IF
               MOVE FAC-Impuesto TO WS-Monto-Imp
               PERFORM Escribir-Importe
               IF FAC-Interes > 0 THEN
                   MOVE "Interes por mora" TO WS-Concepto
                   MOVE FAC-Interes TO WS-Monto-Imp
                   PERFORM Escribir-Importe
               END-IF
               IF FAC-Subsidio > 0 THEN
                   MOVE "Subsidio tarifa social" TO WS-Concepto
                   COMPUTE WS-Resta-Imp = 0 - FAC-Subsidio
                   PERFORM Escribir-Resta
               END-IF
               *> Con plan de cuota fija los renglones anteriores dan
               *> el cargo real y el total la cuota: la diferencia va
               *> en su propia linea para que el detalle cierre.
               PERFORM Buscar-Plan
               IF WS-FlagPlan = 'Y' AND WS-Ajuste-Plan NOT = 0 THEN
                   MOVE "Ajuste plan presupuesto" TO WS-Concepto
                   MOVE WS-Ajuste-Plan TO WS-Resta-Imp
                   PERFORM Escribir-Resta
               END-IF
               PERFORM Sumar-Conexion
               IF WS-Cargo-Conexion > 0 THEN
                   MOVE "Cargo de conexion" TO WS-Concepto
                   MOVE WS-Cargo-Conexion TO WS-Monto-Imp
                   PERFORM Escribir-Importe
               END-IF
               PERFORM Sumar-Compensacion
               IF WS-Compensacion > 0 THEN
                   MOVE "Compensacion calidad de servicio" TO
                       WS-Concepto
                   COMPUTE WS-Resta-Imp = 0 - WS-Compensacion
                   PERFORM Escribir-Resta
               END-IF
               PERFORM Sumar-Credito-Aplicado
               IF WS-Credito-Aplicado > 0 THEN
                   MOVE "Saldo a favor aplicado" TO WS-Concepto
                   COMPUTE WS-Resta-Imp = 0 - WS-Credito-Aplicado
                   PERFORM Escribir-Resta
               END-IF
               MOVE "TOTAL A PAGAR" TO WS-Concepto
               MOVE FAC-Monto TO WS-Monto-Imp
               PERFORM Escribir-Importe
           EXIT.

           Escribir-Bloque.
               MOVE SPACES TO WS-Concepto
               STRING "Energia " WS-Kwh-Imp " kwh x " WS-Precio-Imp
                   DELIMITED BY SIZE INTO WS-Concepto
               END-STRING
               PERFORM Escribir-Importe
           EXIT.

           Escribir-Importe.
               MOVE SPACES TO Impresion-R
               STRING "  " WS-Concepto "  " WS-Monto-Imp
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
           EXIT.

           Escribir-Resta.
               MOVE SPACES TO Impresion-R
               STRING "  " WS-Concepto " " WS-Resta-Imp
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
           EXIT.

           *> Mismos bloques que "Facturacion": hasta LIMITE1 al
           *> precio 1, hasta LIMITE2 al precio 2 y el resto al 3.
           *> Si la suma no da la energia facturada (factura plana sin
           *> tarifario) se imprime la energia en una sola linea.
           Abrir-Bloques.
               MOVE 0 TO WS-Kwh-Bloque1 WS-Kwh-Bloque2 WS-Kwh-Bloque3
                   WS-Imp-Energia
               IF FAC-Consumo > WS-Tar-Limite1 THEN
                   MOVE WS-Tar-Limite1 TO WS-Kwh-Bloque1
               ELSE
                   MOVE FAC-Consumo TO WS-Kwh-Bloque1
               END-IF
               EVALUATE TRUE
                   WHEN FAC-Consumo <= WS-Tar-Limite1
                       MOVE 0 TO WS-Kwh-Bloque2
                   WHEN FAC-Consumo <= WS-Tar-Limite2
                       COMPUTE WS-Kwh-Bloque2 =
                           FAC-Consumo - WS-Tar-Limite1
                   WHEN OTHER
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Tar-Limite2 - WS-Tar-Limite1
               END-EVALUATE
               IF FAC-Consumo > WS-Tar-Limite2 THEN
                   COMPUTE WS-Kwh-Bloque3 =
                       FAC-Consumo - WS-Tar-Limite2
               END-IF
               COMPUTE WS-Imp-Bloque1 ROUNDED =
                   WS-Kwh-Bloque1 * WS-Tar-Precio1
               COMPUTE WS-Imp-Bloque2 ROUNDED =
                   WS-Kwh-Bloque2 * WS-Tar-Precio2
               COMPUTE WS-Imp-Bloque3 ROUNDED =
                   WS-Kwh-Bloque3 * WS-Tar-Precio3
               COMPUTE WS-Imp-Energia = WS-Imp-Bloque1 +
                   WS-Imp-Bloque2 + WS-Imp-Bloque3
           EXIT.

           Sumar-Credito-Aplicado.
               MOVE 0 TO WS-Credito-Aplicado
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = FAC-ID AND SF-Tipo = "A" AND
                                  SF-Factura = FAC-Numero THEN
                                   ADD SF-Importe TO WS-Credito-Aplicado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           Sumar-Compensacion.
               MOVE 0 TO WS-Compensacion
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF CP-ID = FAC-ID AND CP-Tipo = "A" AND
                                  CP-Factura = FAC-Numero THEN
                                   ADD CP-Importe TO WS-Compensacion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Compensaciones
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           Buscar-Plan.
               MOVE 'N' TO WS-FlagPlan
               MOVE 0 TO WS-Ajuste-Plan
               OPEN INPUT MovPresupuesto
               IF WS-File-StatusPmv = '00' THEN
                   PERFORM UNTIL WS-FlagPmv = 'Y'
                       READ MovPresupuesto INTO MovPresupuestoR
                           AT END
                               MOVE 'Y' TO WS-FlagPmv
                           NOT AT END
                               IF MV-ID = FAC-ID AND MV-Tipo = "F" AND
                                  MV-Documento = FAC-Numero THEN
                                   MOVE 'Y' TO WS-FlagPlan
                                   COMPUTE WS-Ajuste-Plan =
                                       MV-Facturado - MV-Real
                                   MOVE 'Y' TO WS-FlagPmv
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovPresupuesto
                   MOVE 'N' TO WS-FlagPmv
               END-IF
           EXIT.

           Sumar-Conexion.
               MOVE 0 TO WS-Cargo-Conexion
               OPEN INPUT Cargos
               IF WS-File-StatusCgc = '00' THEN
                   PERFORM UNTIL WS-FlagCgc = 'Y'
                       READ Cargos INTO CargoR
                           AT END
                               MOVE 'Y' TO WS-FlagCgc
                           NOT AT END
                               IF CG-ID = FAC-ID AND CG-Tipo = "A" AND
                                  CG-Factura = FAC-Numero THEN
                                   ADD CG-Importe TO WS-Cargo-Conexion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cargos
                   MOVE 'N' TO WS-FlagCgc
               END-IF
           EXIT.

           *> Barras de consumo: cuarenta asteriscos para el mes de
           *> mayor consumo y el resto en proporcion.
           Escribir-Barras.
               MOVE SPACES TO Impresion-R
               WRITE Impresion-R
               MOVE "Consumo de los ultimos meses (kwh)" TO Impresion-R
               WRITE Impresion-R
               MOVE 0 TO WS-Max-Consumo
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Cant-Meses
                   IF WS-His-Consumo(WS-Idx) > WS-Max-Consumo THEN
                       MOVE WS-His-Consumo(WS-Idx) TO WS-Max-Consumo
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Cant-Meses
                   PERFORM Escribir-Barra
               END-PERFORM
           EXIT.

           Escribir-Barra.
               MOVE SPACES TO WS-Barra
               IF WS-Max-Consumo > 0 THEN
                   COMPUTE WS-Largo-Barra ROUNDED =
                       (WS-His-Consumo(WS-Idx) * 40) / WS-Max-Consumo
                   IF WS-Largo-Barra > 0 THEN
                       MOVE ALL "*" TO WS-Barra(1:WS-Largo-Barra)
                   END-IF
               END-IF
               MOVE WS-His-Consumo(WS-Idx) TO WS-Kwh-Imp
               MOVE SPACES TO Impresion-R
               STRING "  " WS-His-Fecha(WS-Idx)(1:4) "/"
                   WS-His-Fecha(WS-Idx)(5:2) " " WS-Kwh-Imp " |"
                   WS-Barra
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
           EXIT.

           *> Talon desprendible: lo que se cobra por ventanilla o en
           *> el banco, con el codigo de pago que el banco ya recibio
           *> en InterfazBanco.DAT.
           Escribir-Talon.
               MOVE SPACES TO Impresion-R
               WRITE Impresion-R
               MOVE ALL "- " TO Impresion-R
               MOVE " cortar aqui " TO Impresion-R(34:13)
               WRITE Impresion-R
               MOVE "TALON DE PAGO" TO Impresion-R
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               STRING "Factura Nro " FAC-Numero "   Cliente " FAC-ID
                   "   Vencimiento: " CB-Vencimiento
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
               MOVE FAC-Monto TO WS-Monto-Imp
               MOVE SPACES TO Impresion-R
               STRING "Importe a pagar: " WS-Monto-Imp
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               STRING "Codigo de pago: " CB-Linea
                   DELIMITED BY SIZE INTO Impresion-R
               END-STRING
               WRITE Impresion-R
               MOVE SPACES TO Impresion-R
               WRITE Impresion-R
           EXIT.

           *> Version tarifaria vigente a la emision de la factura
           *> (mismo criterio que "Facturacion"); sin catalogo queda
           *> Tarifas.CFG.
           Cargar-Tarifas.
               MOVE FAC-Fecha TO WS-Fecha-Tarifa
               MOVE 'Tarifas.CFG' TO WS-Archivo-Tarifas
               MOVE 'N' TO WS-FlagTarifario
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
           EXIT.

           Evaluar-Version.
               MOVE SPACES TO WS-Version-Clave WS-Version-Archivo
               UNSTRING Version-R DELIMITED BY "="
                   INTO WS-Version-Clave, WS-Version-Archivo
               END-UNSTRING
               IF WS-Version-Clave(1:8) IS NUMERIC THEN
                   MOVE WS-Version-Clave(1:8) TO WS-Version-Desde
                   IF WS-Version-Desde <= FAC-Fecha AND
                      WS-Version-Desde > WS-Mejor-Desde THEN
                       MOVE WS-Version-Desde TO WS-Mejor-Desde
                       MOVE WS-Version-Archivo TO WS-Archivo-Tarifas
                   END-IF
               END-IF
           EXIT.

           Leer-Tarifa-Linea.
               MOVE SPACES TO WS-Tarifa-Clave WS-Tarifa-Valor
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
