       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mudanzas AS "Mudanzas".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Historia de titularidad por suministro: un periodo por
           *> titular, abierto con la lectura inicial del alta y
           *> cerrado con la lectura final, la factura de baja y el
           *> destino del saldo; se regraba entero al cerrar, mismo
           *> criterio de archivo de trabajo que Convenios.DAT.
           SELECT Titulares ASSIGN TO 'Titulares.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTit.

           SELECT TitTrabajo ASSIGN TO 'TitularesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTtr.

           *> Maestro indexado por ID, mantenido por "Clientes".
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           *> Puntos de suministro (los mantiene "Suministros").
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Ultimo registro leido por medidor, el mismo que usa
           *> "Lecturas" para derivar el consumo: la lectura final de
           *> la baja y la inicial del alta quedan como ultimo
           *> registro, asi el ciclo siguiente arranca desde ahi.
           SELECT Medidores ASSIGN TO 'Medidores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMed.

           SELECT MedTrabajo ASSIGN TO 'MedidoresTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMtr.

           *> Constante del aparato instalado (lo mantiene
           *> "Inventario").
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           *> Catalogo de versiones tarifarias y tarifa vigente, los
           *> mismos que usa "Facturacion".
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

           *> Numeracion legal e historico de facturas: la factura
           *> final de baja toma el numero siguiente con el mismo
           *> control de salto que el ciclo mensual.
           SELECT Numeracion ASSIGN TO 'FacturasSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNum.

           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           *> Historico indexado (numero de factura y cliente + fecha)
           *> que se extiende junto con el texto, como en
           *> "Facturacion".
           SELECT HistoricoIDX ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-Numero
               ALTERNATE RECORD KEY IS HX-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHix.

           *> Intereses por mora pendientes: los del cliente que se
           *> va salen en la factura final y se quitan del archivo
           *> para que el ciclo no los vuelva a cobrar.
           SELECT Intereses ASSIGN TO 'InteresesPend.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInt.

           SELECT IntTrabajo ASSIGN TO 'InteresesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusItr.

           *> Movimientos de la cuenta para el saldo al cierre, con
           *> el mismo criterio que "Convenios".
           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Compensaciones por calidad de servicio: las pendientes
           *> del cliente bajan la factura final como en el ciclo.
           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> Libro de "Incobrables": el castigo aprobado saca de la
           *> cuenta lo abierto de cada factura, igual que una NC.
           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           *> Constancia de la ultima baja: factura final con su
           *> liquidacion prorrateada y destino del saldo, lista para
           *> imprimir y entregar al cliente.
           SELECT Constancia ASSIGN TO 'MudanzaConstancia.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCns.

           *> Listado de la historia de titulares.
           SELECT Listado ASSIGN TO 'Titulares.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Titulares.
       01 TitularR.
           05 TT-Medidor            PIC X(10).
           05 TT-ID                 PIC 9(5).
           *> Fecha y registro del alta del titular (cero = titular
           *> anterior a la historia, sin alta registrada).
           05 TT-Desde              PIC 9(8).
           05 TT-RegDesde           PIC 9(5).
           *> Fecha y registro de la baja (cero = periodo abierto).
           05 TT-Hasta              PIC 9(8).
           05 TT-RegHasta           PIC 9(5).
           05 TT-Factura            PIC 9(8).
           *> Saldo de la cuenta al cierre, sin signo: el destino
           *> dice si es deuda o saldo a favor.
           05 TT-Saldo              PIC 9(10)V99.
           *> ' ' abierto, 'S' sin saldo, 'C' deuda a cobranzas,
           *> 'D' saldo a favor con devolucion pedida, 'F' saldo a
           *> favor a reclamar, 'V' el cliente sigue en otros
           *> suministros y el saldo sigue en su cuenta.
           05 TT-Destino            PIC X(1).

       FD TitTrabajo.
       01 TitTrabajoR               PIC X(62).

       FD ClientesIDX.
       01 ClientesIDX-R.
           05 CI-ID                PIC 9(5).
           05 CI-NombreUsuario     PIC X(40).
           05 CI-Estado            PIC X(1).
           05 CI-Medidor           PIC X(10).
           05 CI-Direccion         PIC X(40).
           05 CI-Tarifa            PIC X(2).

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

       FD MedTrabajo.
       01 MedTrabajoR               PIC X(38).

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

       FD Versiones.
       01 Version-R                 PIC X(80).

       FD Tarifas.
       01 Tarifas-R                 PIC X(80).

       FD Subsidios.
       01 Subsidio-R                PIC X(80).

       FD Numeracion.
       01 NumeracionR.
           05 NUM-Ultimo            PIC 9(8).

       *> Mismo layout que Factura-R de "Facturacion".
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

       FD HistoricoIDX.
       01 HistoricoIDX-R.
           05 HX-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 HX-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HX-Numero             PIC 9(8).
           05 HX-Resto              PIC X(25).
           05 HX-Clave-Cliente.
               10 HX-Cli-ID         PIC 9(5).
               10 HX-Cli-Fecha      PIC 9(8).

       FD Intereses.
       01 InteresR.
           05 IP-ID                 PIC 9(5).
           05 IP-Fecha              PIC 9(8).
           05 IP-Importe            PIC 9(8)V99.

       FD IntTrabajo.
       01 IntTrabajoR               PIC X(23).

       FD Pagos.
       01 PagoR.
           05 PA-ID                 PIC 9(5).
           05 PA-Fecha              PIC 9(8).
           05 PA-Monto              PIC 9(8)V99.
           05 PA-Medio              PIC X(2).

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

       FD Reversiones.
       01 ReversionR.
           05 RV-Numero             PIC 9(6).
           05 RV-ID                 PIC 9(5).
           05 RV-Fecha              PIC 9(8).
           05 RV-FechaPago          PIC 9(8).
           05 RV-Monto              PIC 9(8)V99.
           05 RV-Medio              PIC X(2).
           05 RV-Razon              PIC X(2).
           05 RV-Cargo              PIC 9(6)V99.
           05 RV-Nota               PIC 9(8).
           05 RV-Sesion             PIC 9(5).

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

       FD Incobrables.
       01 IncobrableR.
           05 IN-Numero             PIC 9(6).
           05 IN-ID                 PIC 9(5).
           05 IN-Tipo               PIC X(1).
           05 IN-Estado             PIC X(1).
           05 IN-Fecha              PIC 9(8).
           05 IN-FechaRef           PIC 9(8).
           05 IN-Factura            PIC 9(8).
           05 IN-Importe            PIC 9(10)V99.
           05 FILLER                PIC X(51).

       FD Constancia.
       01 Constancia-R              PIC X(100).

       FD Listado.
       01 Listado-R                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusTit     PIC XX.
               05 WS-File-StatusTtr     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusMed     PIC XX.
               05 WS-File-StatusMtr     PIC XX.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusSub     PIC XX.
               05 WS-File-StatusNum     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusHix     PIC XX.
               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusItr     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusInc     PIC XX.
               05 WS-File-StatusCns     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagTit            PIC X(1) VALUE 'N'.
               05 WS-FlagIdx            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagSub            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagInt            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               *> 'Y' cuando la version tarifaria se pudo cargar.
               05 WS-FlagTarifario      PIC X(1) VALUE 'N'.
               *> 'Y' si el cliente pedido esta en el indice.
               05 WS-FlagCliente        PIC X(1).
               *> 'Y' si el medidor figura en Suministros.DAT.
               05 WS-FlagPunto          PIC X(1).
               *> 'Y' si el medidor tiene registro en Medidores.DAT.
               05 WS-FlagRegPrevio      PIC X(1).
               *> 'Y' si otro cliente activo tiene hoy el medidor.
               05 WS-FlagOcupado        PIC X(1).
               *> 'Y' si se encontro un titular anterior del medidor.
               05 WS-FlagAnterior       PIC X(1).
               *> 'Y' si el cliente tenia intereses pendientes.
               05 WS-FlagHuboInteres    PIC X(1).
               *> 'Y' si se cerro un periodo abierto del titular.
               05 WS-FlagCerrado        PIC X(1).
               *> 'Y' si al cerrar la cuenta se liquido un plan de
               *> cuota fija.
               05 WS-FlagPlan           PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Meses.
               05 WS-MesNombre      PIC X(15) OCCURS 12 TIMES.
           *> Dias entre la ultima lectura y la baja, convencion
           *> comercial 30/360 como en "Cobranzas".
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Lectura       PIC 9(7).
           01 WS-Dias               PIC 9(3).
           *> Suministro y titular en curso.
           01 WS-Punto.
               05 WS-Pt-ID          PIC 9(5).
               05 WS-Pt-Estado      PIC X(1).
               05 WS-Pt-Direccion   PIC X(40).
               05 WS-Pt-Tarifa      PIC X(2).
           01 WS-Cant-Otros         PIC 9(3).
           01 WS-Titular.
               05 WS-Ti-Nombre      PIC X(40).
               05 WS-Ti-Medidor     PIC X(10).
               05 WS-Ti-Direccion   PIC X(40).
               05 WS-Ti-Tarifa      PIC X(2).
           01 WS-Anterior-ID        PIC 9(5).
           01 WS-Ocupante-ID        PIC 9(5).
           *> Lectura final y consumo del periodo que se cierra.
           01 WS-Reg-Previo         PIC 9(5).
           01 WS-Reg-Fecha          PIC 9(8).
           01 WS-Reg-Nuevo          PIC 9(5).
           01 WS-Multiplicador      PIC 9(4).
           01 WS-Consumo-Dial       PIC 9(6).
           01 WS-Consumo-Total      PIC 9(9).
           *> Tarifa vigente y cortes de bloque prorrateados a los
           *> dias del periodo.
           01 WS-Archivo-Tarifas    PIC X(30) VALUE 'Tarifas.CFG'.
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
           01 WS-Tarifa-Clave       PIC X(10).
           01 WS-Tarifa-Valor       PIC X(15).
           01 WS-Imp-Entera         PIC X(7).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(7).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(7)V99.
           01 WS-Limite1-Pro        PIC 9(5).
           01 WS-Limite2-Pro        PIC 9(5).
           01 WS-Bloques.
               05 WS-Kwh-Bloque1        PIC 9(5).
               05 WS-Kwh-Bloque2        PIC 9(5).
               05 WS-Kwh-Bloque3        PIC 9(5).
           01 WS-Subtotal           PIC 9(10)V99.
           01 WS-Subsidios.
               05 WS-Cant-Subsidios PIC 9(2) VALUE 0.
               05 WS-Subsidio OCCURS 20 TIMES.
                   10 WS-Sub-Clase      PIC X(2).
                   10 WS-Sub-Pct        PIC 9(3)V99.
           01 WS-Sub-Clave          PIC X(10).
           01 WS-Sub-Valor          PIC X(15).
           01 WS-Sub-Idx            PIC 9(2).
           01 WS-Pct-Aplicar        PIC 9(3)V99.
           01 WS-Interes-Cliente    PIC 9(9)V99.
           01 WS-Credito-Aplicado   PIC 9(10)V99.
           *> Compensacion pendiente del cliente (C menos A) y lo que
           *> se descuenta en la factura final.
           01 WS-Comp-Pendiente     PIC S9(10)V99.
           01 WS-Comp-Aplicada      PIC 9(10)V99.
           01 WS-Numero-Ultimo      PIC 9(8) VALUE 0.
           01 WS-Hist-Ultimo        PIC 9(8) VALUE 0.
           *> Saldo de la cuenta al cierre, ya con la factura final.
           01 WS-Saldo.
               05 WS-Sal-Facturado      PIC 9(12)V99.
               05 WS-Sal-Pagado         PIC 9(12)V99.
               05 WS-Sal-Notas          PIC S9(12)V99.
               05 WS-Sal-Abierto        PIC S9(12)V99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Destino            PIC X(1).
           01 WS-Destino-Texto      PIC X(40).
           01 WS-Monto-Imp          PIC Z(9)9.99.
           01 WS-Saldo-Imp          PIC -Z(11)9.99.
           01 WS-Kwh-Imp            PIC Z(8)9.
           01 WS-Cant-Listados      PIC 9(5) VALUE 0.
           *> Parametros de los modulos que la mudanza encadena.
           01 WS-Clientes-Parametros.
               05 CL-Accion         PIC X(1).
               05 CL-ID-Ent         PIC 9(5).
               05 CL-Nombre-Ent     PIC X(40).
               05 CL-Medidor-Ent    PIC X(10).
               05 CL-Direccion-Ent  PIC X(40).
               05 CL-Tarifa-Ent     PIC X(2).
               05 CL-Mensaje        PIC X(45).
           01 WS-Suministros-Parametros.
               05 SM-Accion         PIC X(1).
               05 SM-Medidor        PIC X(10).
               05 SM-ID             PIC 9(5).
               05 SM-Direccion      PIC X(40).
               05 SM-Tarifa         PIC X(2).
               05 SM-Cantidad       PIC 9(5).
               05 SM-Mensaje        PIC X(80).
               05 SM-Ruta           PIC X(3).
               05 SM-Secuencia      PIC 9(3).
               05 SM-Zona           PIC X(3).
           01 WS-Convenios-Parametros.
               05 CN-Accion         PIC X(1).
               05 CN-ID             PIC 9(5).
               05 CN-Cuotas         PIC 9(2).
               05 CN-PrimerVenc     PIC 9(8).
               05 CN-Numero         PIC 9(5).
               05 CN-Mensaje        PIC X(80).
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

           *> Baja del plan de cuota fija al cerrar la cuenta.
           01 WS-Presupuesto-Parametros.
               05 PS-Accion         PIC X(1).
               05 PS-ID             PIC 9(5).
               05 PS-Cantidad       PIC 9(5).
               05 PS-Importe        PIC 9(12)V99.
               05 PS-Mensaje        PIC X(80).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "B" baja del titular MU-ID en el suministro
               *> MU-Medidor (vacio = el medidor del maestro) con la
               *> lectura final MU-Registro: factura final prorrateada,
               *> cierre de la cuenta y del periodo; MU-Direccion es el
               *> domicilio postal nuevo para las intimaciones y
               *> MU-Cuenta la cuenta bancaria para devolver un saldo
               *> a favor (ambos opcionales). "A" alta del titular
               *> MU-ID en MU-Medidor con la lectura inicial
               *> MU-Registro (si el cliente no existe se crea con
               *> MU-Nombre). "H" historia de titulares del medidor
               *> (vacio = todos) en Titulares.Txt.
               05 MU-Accion         PIC X(1).
               05 MU-ID             PIC 9(5).
               05 MU-Medidor        PIC X(10).
               05 MU-Registro       PIC 9(5).
               05 MU-Nombre         PIC X(40).
               05 MU-Direccion      PIC X(40).
               05 MU-Cuenta         PIC X(22).
               05 MU-Operador       PIC X(10).
               *> Devueltos por la baja: factura final, su importe y
               *> el destino del saldo (ver TT-Destino).
               05 MU-Factura        PIC 9(8).
               05 MU-Importe        PIC 9(10)V99.
               05 MU-Destino        PIC X(1).
               05 MU-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO MU-Mensaje MU-Destino
               MOVE 0 TO MU-Factura MU-Importe
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               PERFORM Iniciar-Meses
               EVALUATE MU-Accion
                   WHEN "B"
                       PERFORM Baja-Titular
                   WHEN "A"
                       PERFORM Alta-Titular
                   WHEN "H"
                       PERFORM Listar-Titulares
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO MU-Mensaje
               END-EVALUATE
           EXIT.

           Iniciar-Meses.
               MOVE "Enero"      TO WS-MesNombre(1)
               MOVE "Febrero"    TO WS-MesNombre(2)
               MOVE "Marzo"      TO WS-MesNombre(3)
               MOVE "Abril"      TO WS-MesNombre(4)
               MOVE "Mayo"       TO WS-MesNombre(5)
               MOVE "Junio"      TO WS-MesNombre(6)
               MOVE "Julio"      TO WS-MesNombre(7)
               MOVE "Agosto"     TO WS-MesNombre(8)
               MOVE "Septiembre" TO WS-MesNombre(9)
               MOVE "Octubre"    TO WS-MesNombre(10)
               MOVE "Noviembre"  TO WS-MesNombre(11)
               MOVE "Diciembre"  TO WS-MesNombre(12)
           EXIT.

           *> Baja: se valida que el suministro sea del cliente y
           *> que la lectura final sea coherente con la ultima leida
           *> antes de tocar nada; recien ahi sale la factura final y
           *> se cierra la cuenta.
           Baja-Titular.
               PERFORM Buscar-Cliente
               IF MU-Medidor = SPACES AND WS-FlagCliente = 'Y' THEN
                   MOVE CI-Medidor TO MU-Medidor
               END-IF
               PERFORM Buscar-Punto
               PERFORM Buscar-Registro-Previo
               EVALUATE TRUE
                   WHEN WS-FlagCliente = 'N'
                       MOVE "ERROR Cliente no encontrado en el indice"
                           TO MU-Mensaje
                   WHEN CI-Estado NOT = 'A'
                       MOVE "ERROR El cliente ya esta inactivo" TO
                           MU-Mensaje
                   WHEN MU-Medidor = SPACES
                       MOVE "ERROR El cliente no tiene medidor" TO
                           MU-Mensaje
                   WHEN WS-FlagPunto = 'Y' AND
                        (WS-Pt-ID NOT = MU-ID OR WS-Pt-Estado NOT = 'A')
                       MOVE "ERROR El suministro no esta activo a nombre
      -                    " del cliente" TO MU-Mensaje
                   WHEN WS-FlagPunto = 'N' AND
                        CI-Medidor NOT = MU-Medidor
                       MOVE "ERROR El medidor no corresponde al cliente"
                           TO MU-Mensaje
                   WHEN WS-FlagRegPrevio = 'N'
                       MOVE "ERROR Medidor sin registro previo en Medido
      -                    "res.DAT" TO MU-Mensaje
                   WHEN OTHER
                       PERFORM Derivar-Consumo-Final
               END-EVALUATE
               IF MU-Mensaje = SPACES THEN
                   PERFORM Preparar-Factura-Final
               END-IF
               IF MU-Mensaje = SPACES THEN
                   PERFORM Emitir-Factura-Final
                   PERFORM Quitar-Intereses
                   MOVE MU-Registro TO MD-Registro
                   PERFORM Actualizar-Registro
                   IF WS-FlagPunto = 'Y' THEN
                       PERFORM Dar-Baja-Punto
                   END-IF
                   PERFORM Cerrar-Cuenta
                   PERFORM Cerrar-Periodo
                   PERFORM Emitir-Constancia
                   MOVE WS-Destino TO MU-Destino
                   MOVE HI-Monto TO WS-Monto-Imp
                   STRING "Baja registrada, factura final "
                       MU-Factura " por " WS-Monto-Imp
                       " destino del saldo " WS-Destino
                       DELIMITED BY SIZE INTO MU-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Buscar-Cliente.
               MOVE 'N' TO WS-FlagCliente
               MOVE SPACES TO WS-Titular
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE MU-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FlagCliente
                           MOVE CI-NombreUsuario TO WS-Ti-Nombre
                           MOVE CI-Medidor TO WS-Ti-Medidor
                           MOVE CI-Direccion TO WS-Ti-Direccion
                           MOVE CI-Tarifa TO WS-Ti-Tarifa
                   END-READ
                   CLOSE ClientesIDX
               END-IF
           EXIT.

           *> Punto de suministro del medidor y cantidad de otros
           *> puntos activos del mismo cliente (si le quedan, el
           *> cliente sigue activo y solo se cierra este periodo).
           Buscar-Punto.
               MOVE 'N' TO WS-FlagPunto
               MOVE 0 TO WS-Pt-ID WS-Cant-Otros
               MOVE SPACES TO WS-Pt-Estado WS-Pt-Direccion
                   WS-Pt-Tarifa
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               PERFORM Evaluar-Punto
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Evaluar-Punto.
               IF SU-Medidor = MU-Medidor THEN
                   MOVE 'Y' TO WS-FlagPunto
                   MOVE SU-ID TO WS-Pt-ID
                   MOVE SU-Estado TO WS-Pt-Estado
                   MOVE SU-Direccion TO WS-Pt-Direccion
                   MOVE SU-Tarifa TO WS-Pt-Tarifa
               ELSE
                   IF SU-ID = MU-ID AND SU-Estado = 'A' THEN
                       ADD 1 TO WS-Cant-Otros
                   END-IF
               END-IF
           EXIT.

           Buscar-Registro-Previo.
               MOVE 'N' TO WS-FlagRegPrevio
               MOVE 0 TO WS-Reg-Previo WS-Reg-Fecha
               OPEN INPUT Medidores
               IF WS-File-StatusMed = '00' THEN
                   PERFORM UNTIL WS-FlagMed = 'Y'
                       READ Medidores INTO MedidorR
                           AT END
                               MOVE 'Y' TO WS-FlagMed
                           NOT AT END
                               IF MD-Medidor = MU-Medidor THEN
                                   MOVE 'Y' TO WS-FlagRegPrevio
                                   MOVE MD-Registro TO WS-Reg-Previo
                                   MOVE MD-Fecha TO WS-Reg-Fecha
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Medidores
                   MOVE 'N' TO WS-FlagMed
               END-IF
           EXIT.

           *> Consumo del periodo: lectura final menos el ultimo
           *> registro, con la vuelta del dial despues de 99999 y la
           *> constante del aparato, igual que en "Lecturas".
           Derivar-Consumo-Final.
               EVALUATE TRUE
                   WHEN MU-Registro >= WS-Reg-Previo
                       COMPUTE WS-Consumo-Dial =
                           MU-Registro - WS-Reg-Previo
                   WHEN WS-Reg-Previo > 90000 AND MU-Registro < 10000
                       COMPUTE WS-Consumo-Dial =
                           (100000 - WS-Reg-Previo) + MU-Registro
                   WHEN OTHER
                       MOVE "ERROR La lectura final es menor que el ulti
      -                    "mo registro leido" TO MU-Mensaje
               END-EVALUATE
               IF MU-Mensaje = SPACES THEN
                   PERFORM Buscar-Multiplicador
                   COMPUTE WS-Consumo-Total =
                       WS-Consumo-Dial * WS-Multiplicador
                   IF WS-Consumo-Total > 99999 THEN
                       MOVE "ERROR Consumo final fuera de rango" TO
                           MU-Mensaje
                   END-IF
               END-IF
           EXIT.

           Buscar-Multiplicador.
               MOVE 1 TO WS-Multiplicador
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Suministro = MU-Medidor AND
                                  IV-Ubicacion = 'I' AND
                                  IV-Multiplicador > 0 THEN
                                   MOVE IV-Multiplicador TO
                                       WS-Multiplicador
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
           EXIT.

           *> Antes de emitir: numeracion sin salto, tarifa vigente
           *> cargada y dias del periodo desde la ultima lectura.
           Preparar-Factura-Final.
               PERFORM Cargar-Numeracion
               IF WS-Numero-Ultimo NOT = WS-Hist-Ultimo THEN
                   MOVE "ERROR Numeracion de facturas con salto entre se
      -                "cuencia e historico" TO MU-Mensaje
               ELSE
                   PERFORM Cargar-Tarifas
                   IF WS-FlagTarifario = 'N' THEN
                       MOVE "ERROR No se pudo cargar la tarifa vigente"
                           TO MU-Mensaje
                   ELSE
                       PERFORM Cargar-Subsidios
                       PERFORM Calcular-Dias
                   END-IF
               END-IF
           EXIT.

           Cargar-Numeracion.
               MOVE 0 TO WS-Numero-Ultimo WS-Hist-Ultimo
               OPEN INPUT Numeracion
               IF WS-File-StatusNum = '00' THEN
                   READ Numeracion INTO NumeracionR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE NUM-Ultimo TO WS-Numero-Ultimo
                   END-READ
                   CLOSE Numeracion
               END-IF
               *> El ultimo numero del historico se busca por la clave
               *> del indice a partir del de la secuencia: si no esta,
               *> o hay alguno mas alto, queda distinto y hay salto.
               OPEN INPUT HistoricoIDX
               IF WS-File-StatusHix = '00' THEN
                   MOVE WS-Numero-Ultimo TO HX-Numero
                   START HistoricoIDX KEY IS NOT LESS THAN HX-Numero
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ HistoricoIDX NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               MOVE HX-Numero TO WS-Hist-Ultimo
                       END-READ
                   END-PERFORM
                   CLOSE HistoricoIDX
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           *> Dias desde la ultima lectura hasta hoy; una lectura
           *> de hoy (o sin fecha) deja el periodo en cero dias y la
           *> factura solo con la energia.
           Calcular-Dias.
               MOVE WS-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Hoy = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               MOVE WS-Reg-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Lectura = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               IF WS-Reg-Fecha = 0 OR
                  WS-Dias-Lectura >= WS-Dias-Hoy THEN
                   MOVE 0 TO WS-Dias
               ELSE
                   IF WS-Dias-Hoy - WS-Dias-Lectura > 999 THEN
                       MOVE 999 TO WS-Dias
                   ELSE
                       COMPUTE WS-Dias = WS-Dias-Hoy - WS-Dias-Lectura
                   END-IF
               END-IF
           EXIT.

           *> Factura final prorrateada: el cargo fijo y los cortes
           *> de bloque de la tarifa vigente se llevan a los dias del
           *> periodo (sobre un mes de 30), asi un mes parcial no paga
           *> el cargo entero ni pasa antes de tiempo al bloque caro.
           *> Suma los intereses pendientes, descuenta el subsidio de
           *> la clase y las compensaciones pendientes y consume el
           *> saldo a favor, como una factura del ciclo.
           Emitir-Factura-Final.
               COMPUTE WS-Limite1-Pro ROUNDED =
                   (WS-Tar-Limite1 * WS-Dias) / 30
               COMPUTE WS-Limite2-Pro ROUNDED =
                   (WS-Tar-Limite2 * WS-Dias) / 30
               MOVE WS-Consumo-Total TO HI-Consumo
               PERFORM Calcular-Por-Bloques
               COMPUTE HI-CargoFijo ROUNDED =
                   (WS-Tar-CargoFijo * WS-Dias) / 30
               COMPUTE HI-Energia ROUNDED =
                   (WS-Kwh-Bloque1 * WS-Tar-Precio1) +
                   (WS-Kwh-Bloque2 * WS-Tar-Precio2) +
                   (WS-Kwh-Bloque3 * WS-Tar-Precio3)
               COMPUTE WS-Subtotal = HI-CargoFijo + HI-Energia
               COMPUTE HI-Impuesto ROUNDED =
                   (WS-Subtotal * WS-Tar-Impuesto) / 100
               COMPUTE HI-Monto = WS-Subtotal + HI-Impuesto
               PERFORM Sumar-Intereses
               MOVE WS-Interes-Cliente TO HI-Interes
               ADD WS-Interes-Cliente TO HI-Monto
               IF WS-FlagPunto = 'Y' THEN
                   MOVE WS-Pt-Direccion TO HI-Direccion
                   MOVE WS-Pt-Tarifa TO HI-Tarifa
               ELSE
                   MOVE WS-Ti-Direccion TO HI-Direccion
                   MOVE WS-Ti-Tarifa TO HI-Tarifa
               END-IF
               PERFORM Aplicar-Subsidio
               MOVE MU-ID TO HI-ID
               MOVE WS-Ti-Nombre TO HI-NombreUsuario
               MOVE WS-Fecha TO HI-Fecha
               MOVE MU-Medidor TO HI-Medidor
               ADD 1 TO WS-Numero-Ultimo
               MOVE WS-Numero-Ultimo TO HI-Numero
               PERFORM Aplicar-Compensacion
               PERFORM Aplicar-Credito
               MOVE "|" TO HI-FILLER1 HI-FILLER2 HI-FILLER3
                   HI-FILLER4 HI-FILLER5 HI-FILLER6 HI-FILLER7
                   HI-FILLER8 HI-FILLER9 HI-FILLER10 HI-FILLER11
                   HI-FILLER12 HI-FILLER13 HI-FILLER14
               OPEN EXTEND Historico
               IF WS-File-StatusHis NOT = '00' THEN
                   OPEN OUTPUT Historico
               END-IF
               WRITE Historico-R
               OPEN I-O HistoricoIDX
               IF WS-File-StatusHix NOT = '00' THEN
                   OPEN OUTPUT HistoricoIDX
               END-IF
               IF WS-File-StatusHix = '00' THEN
                   MOVE Historico-R TO HistoricoIDX-R
                   MOVE HI-ID TO HX-Cli-ID
                   MOVE HI-Fecha TO HX-Cli-Fecha
                   WRITE HistoricoIDX-R
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE HistoricoIDX
               END-IF
               CLOSE Historico
               OPEN OUTPUT Numeracion
               MOVE WS-Numero-Ultimo TO NUM-Ultimo
               WRITE NumeracionR
               CLOSE Numeracion
               MOVE HI-Numero TO MU-Factura
               MOVE HI-Monto TO MU-Importe
           EXIT.

           *> Bloques escalonados de "Facturacion" con los cortes ya
           *> prorrateados.
           Calcular-Por-Bloques.
               IF HI-Consumo > WS-Limite1-Pro THEN
                   MOVE WS-Limite1-Pro TO WS-Kwh-Bloque1
               ELSE
                   MOVE HI-Consumo TO WS-Kwh-Bloque1
               END-IF
               EVALUATE TRUE
                   WHEN HI-Consumo <= WS-Limite1-Pro
                       MOVE 0 TO WS-Kwh-Bloque2
                   WHEN HI-Consumo <= WS-Limite2-Pro
                       COMPUTE WS-Kwh-Bloque2 =
                           HI-Consumo - WS-Limite1-Pro
                   WHEN OTHER
                       COMPUTE WS-Kwh-Bloque2 =
                           WS-Limite2-Pro - WS-Limite1-Pro
               END-EVALUATE
               IF HI-Consumo > WS-Limite2-Pro THEN
                   COMPUTE WS-Kwh-Bloque3 =
                       HI-Consumo - WS-Limite2-Pro
               ELSE
                   MOVE 0 TO WS-Kwh-Bloque3
               END-IF
           EXIT.

           Sumar-Intereses.
               MOVE 0 TO WS-Interes-Cliente
               MOVE 'N' TO WS-FlagHuboInteres
               OPEN INPUT Intereses
               IF WS-File-StatusInt = '00' THEN
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Intereses INTO InteresR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               IF IP-ID = MU-ID THEN
                                   ADD IP-Importe TO
                                       WS-Interes-Cliente
                                   MOVE 'Y' TO WS-FlagHuboInteres
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Intereses
                   MOVE 'N' TO WS-FlagInt
               END-IF
           EXIT.

           *> Subsidio de tarifa social de la clase del suministro,
           *> sobre cargo fijo, energia e impuesto.
           Aplicar-Subsidio.
               MOVE 0 TO WS-Pct-Aplicar
               PERFORM VARYING WS-Sub-Idx FROM 1 BY 1
                       UNTIL WS-Sub-Idx > WS-Cant-Subsidios
                   IF WS-Sub-Clase(WS-Sub-Idx) = HI-Tarifa THEN
                       MOVE WS-Sub-Pct(WS-Sub-Idx) TO WS-Pct-Aplicar
                   END-IF
               END-PERFORM
               IF WS-Pct-Aplicar > 0 THEN
                   COMPUTE HI-Subsidio ROUNDED =
                       ((HI-CargoFijo + HI-Energia + HI-Impuesto)
                        * WS-Pct-Aplicar) / 100
                   IF HI-Subsidio > HI-Monto THEN
                       MOVE HI-Monto TO HI-Subsidio
                   END-IF
                   SUBTRACT HI-Subsidio FROM HI-Monto
               ELSE
                   MOVE 0 TO HI-Subsidio
               END-IF
           EXIT.

           *> Compensacion por calidad de servicio pendiente del
           *> cliente (C menos A), hasta el total de la factura final
           *> y con el mismo renglon A que deja "Facturacion"; lo que
           *> no entra queda pendiente y se informa en la constancia.
           Aplicar-Compensacion.
               MOVE 0 TO WS-Comp-Pendiente WS-Comp-Aplicada
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF CP-ID = MU-ID THEN
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
                   MOVE 'N' TO WS-FlagCmp
               END-IF
               IF WS-Comp-Pendiente > 0 AND HI-Monto > 0 THEN
                   IF WS-Comp-Pendiente > HI-Monto THEN
                       MOVE HI-Monto TO WS-Comp-Aplicada
                   ELSE
                       MOVE WS-Comp-Pendiente TO WS-Comp-Aplicada
                   END-IF
                   SUBTRACT WS-Comp-Aplicada FROM HI-Monto
                   MOVE "A" TO CP-Tipo
                   MOVE MU-ID TO CP-ID
                   MOVE MU-Medidor TO CP-Medidor
                   MOVE 0 TO CP-Periodo
                   MOVE WS-Comp-Aplicada TO CP-Importe
                   MOVE HI-Numero TO CP-Factura
                   MOVE WS-Fecha TO CP-Fecha
                   OPEN EXTEND Compensaciones
                   IF WS-File-StatusCmp NOT = '00' THEN
                       OPEN OUTPUT Compensaciones
                   END-IF
                   WRITE CompensacionR
                   CLOSE Compensaciones
               END-IF
               IF WS-Comp-Pendiente > 0 THEN
                   SUBTRACT WS-Comp-Aplicada FROM WS-Comp-Pendiente
               ELSE
                   MOVE 0 TO WS-Comp-Pendiente
               END-IF
           EXIT.

           *> El libro de saldos a favor se pone al dia y el credito
           *> libre del cliente baja la factura final, igual que en
           *> el ciclo de "Facturacion".
           Aplicar-Credito.
               MOVE 0 TO WS-Credito-Aplicado
               MOVE SPACES TO CR-Monto-Txt CR-Cuenta CR-Operador
                   CR-Autorizado
               MOVE 0 TO CR-ID CR-Numero CR-Factura CR-Importe
               MOVE "D" TO CR-Accion
               CALL "Creditos" USING WS-Creditos-Parametros
               IF HI-Monto > 0 THEN
                   MOVE "F" TO CR-Accion
                   MOVE MU-ID TO CR-ID
                   MOVE HI-Numero TO CR-Factura
                   MOVE HI-Monto TO CR-Importe
                   MOVE 0 TO CR-Aplicado
                   CALL "Creditos" USING WS-Creditos-Parametros
                   MOVE CR-Aplicado TO WS-Credito-Aplicado
                   SUBTRACT CR-Aplicado FROM HI-Monto
               END-IF
           EXIT.

           *> Los intereses del cliente ya salieron en la factura
           *> final: se quitan del pendiente y el resto queda para el
           *> ciclo.
           Quitar-Intereses.
               IF WS-FlagHuboInteres = 'Y' THEN
                   OPEN INPUT Intereses
                   OPEN OUTPUT IntTrabajo
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Intereses INTO InteresR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               IF IP-ID NOT = MU-ID THEN
                                   MOVE InteresR TO IntTrabajoR
                                   WRITE IntTrabajoR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Intereses
                   CLOSE IntTrabajo
                   MOVE 'N' TO WS-FlagInt
                   OPEN INPUT IntTrabajo
                   OPEN OUTPUT Intereses
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ IntTrabajo INTO IntTrabajoR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               MOVE IntTrabajoR TO InteresR
                               WRITE InteresR
                       END-READ
                   END-PERFORM
                   CLOSE IntTrabajo
                   CLOSE Intereses
                   MOVE 'N' TO WS-FlagInt
                   DELETE FILE IntTrabajo
               END-IF
           EXIT.

           *> Regraba Medidores.DAT dejando MD-Registro (lectura final
           *> de la baja o inicial del alta) como ultimo registro del
           *> medidor, mismo criterio que "Lecturas".
           Actualizar-Registro.
               MOVE 'N' TO WS-FlagRegPrevio
               MOVE MD-Registro TO WS-Reg-Nuevo
               OPEN INPUT Medidores
               IF WS-File-StatusMed NOT = '00' THEN
                   OPEN OUTPUT Medidores
                   IF WS-File-StatusMed = '00' THEN
                       PERFORM Armar-Registro-Medidor
                       WRITE MedidorR
                       CLOSE Medidores
                   END-IF
               ELSE
                   OPEN OUTPUT MedTrabajo
                   PERFORM UNTIL WS-FlagMed = 'Y'
                       READ Medidores INTO MedidorR
                           AT END
                               MOVE 'Y' TO WS-FlagMed
                           NOT AT END
                               PERFORM Copiar-Registro-Medidor
                       END-READ
                   END-PERFORM
                   CLOSE Medidores
                   MOVE 'N' TO WS-FlagMed
                   IF WS-FlagRegPrevio = 'N' THEN
                       PERFORM Armar-Registro-Medidor
                       MOVE MedidorR TO MedTrabajoR
                       WRITE MedTrabajoR
                   END-IF
                   CLOSE MedTrabajo
                   PERFORM Volcar-Medidores
               END-IF
           EXIT.

           Copiar-Registro-Medidor.
               IF MD-Medidor = MU-Medidor THEN
                   MOVE 'Y' TO WS-FlagRegPrevio
                   PERFORM Armar-Registro-Medidor
               END-IF
               MOVE MedidorR TO MedTrabajoR
               WRITE MedTrabajoR
           EXIT.

           Armar-Registro-Medidor.
               MOVE MU-Medidor TO MD-Medidor
               MOVE WS-Reg-Nuevo TO MD-Registro
               MOVE WS-Fecha TO WS-Fec-Aux
               MOVE WS-MesNombre(WS-Fec-Mes) TO MD-Mes
               MOVE WS-Fecha TO MD-Fecha
           EXIT.

           Volcar-Medidores.
               OPEN INPUT MedTrabajo
               OPEN OUTPUT Medidores
               PERFORM UNTIL WS-FlagMed = 'Y'
                   READ MedTrabajo INTO MedTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagMed
                       NOT AT END
                           MOVE MedTrabajoR TO MedidorR
                           WRITE MedidorR
                   END-READ
               END-PERFORM
               CLOSE MedTrabajo
               CLOSE Medidores
               MOVE 'N' TO WS-FlagMed
               DELETE FILE MedTrabajo
           EXIT.

           *> El punto queda inactivo hasta que entra el nuevo
           *> titular.
           Dar-Baja-Punto.
               MOVE "B" TO SM-Accion
               MOVE MU-Medidor TO SM-Medidor
               MOVE MU-ID TO SM-ID
               MOVE SPACES TO SM-Direccion SM-Tarifa SM-Ruta SM-Zona
               MOVE 0 TO SM-Secuencia
               CALL "Suministros" USING WS-Suministros-Parametros
           EXIT.

           *> Cierre de la cuenta cuando el cliente no conserva otros
           *> suministros: una deuda rompe el convenio vigente y
           *> queda en la cartera para "Cobranzas" (que intima al
           *> domicilio postal nuevo si se informo); un saldo a
           *> favor se pide devolver a la cuenta bancaria informada o
           *> queda a reclamar; despues el cliente pasa a inactivo.
           *> Antes del saldo se da de baja el plan de cuota fija, si
           *> lo tiene, para que la nota por la diferencia acumulada
           *> del ciclo entre en la cuenta que se cierra.
           Cerrar-Cuenta.
               MOVE 'N' TO WS-FlagPlan
               IF WS-Cant-Otros > 0 THEN
                   MOVE 'V' TO WS-Destino
                   PERFORM Calcular-Saldo
               ELSE
                   PERFORM Liquidar-Presupuesto
                   PERFORM Calcular-Saldo
                   EVALUATE TRUE
                       WHEN WS-Sal-Abierto > 0
                           MOVE 'C' TO WS-Destino
                           PERFORM Derivar-Deuda
                       WHEN WS-Sal-Abierto < 0
                           PERFORM Devolver-Saldo-Favor
                       WHEN OTHER
                           MOVE 'S' TO WS-Destino
                   END-EVALUATE
                   MOVE "D" TO CL-Accion
                   MOVE MU-ID TO CL-ID-Ent
                   MOVE SPACES TO CL-Nombre-Ent CL-Medidor-Ent
                       CL-Direccion-Ent CL-Tarifa-Ent
                   CALL "Clientes" USING WS-Clientes-Parametros
               END-IF
           EXIT.

           *> Un cliente sin plan vigente vuelve con ERROR y no hay
           *> nada que liquidar.
           Liquidar-Presupuesto.
               MOVE "B" TO PS-Accion
               MOVE MU-ID TO PS-ID
               CALL "Presupuesto" USING WS-Presupuesto-Parametros
               IF PS-Mensaje(1:5) NOT = "ERROR" THEN
                   MOVE 'Y' TO WS-FlagPlan
               END-IF
           EXIT.

           Derivar-Deuda.
               MOVE "X" TO CN-Accion
               MOVE MU-ID TO CN-ID
               MOVE 0 TO CN-Cuotas CN-PrimerVenc CN-Numero
               CALL "Convenios" USING WS-Convenios-Parametros
               IF MU-Direccion NOT = SPACES THEN
                   MOVE "M" TO CL-Accion
                   MOVE MU-ID TO CL-ID-Ent
                   MOVE SPACES TO CL-Nombre-Ent CL-Medidor-Ent
                       CL-Tarifa-Ent
                   MOVE MU-Direccion TO CL-Direccion-Ent
                   CALL "Clientes" USING WS-Clientes-Parametros
               END-IF
           EXIT.

           Devolver-Saldo-Favor.
               MOVE 'F' TO WS-Destino
               IF MU-Cuenta NOT = SPACES THEN
                   MOVE "S" TO CR-Accion
                   MOVE MU-ID TO CR-ID
                   MOVE SPACES TO CR-Monto-Txt CR-Autorizado
                   MOVE MU-Cuenta TO CR-Cuenta
                   MOVE MU-Operador TO CR-Operador
                   MOVE 0 TO CR-Numero CR-Factura CR-Importe
                   CALL "Creditos" USING WS-Creditos-Parametros
                   IF CR-Mensaje(1:5) NOT = "ERROR" THEN
                       MOVE 'D' TO WS-Destino
                   END-IF
               END-IF
           EXIT.

           *> Saldo abierto de la cuenta con el mismo criterio que
           *> "Convenios": facturado mas notas y credito consumido,
           *> menos lo cobrado neto de reversiones y lo castigado por
           *> incobrable.
           Calcular-Saldo.
               MOVE 0 TO WS-Sal-Facturado WS-Sal-Pagado WS-Sal-Notas
               OPEN INPUT HistoricoIDX
               IF WS-File-StatusHix = '00' THEN
                   MOVE MU-ID TO HX-Cli-ID
                   MOVE 0 TO HX-Cli-Fecha
                   START HistoricoIDX
                       KEY IS NOT LESS THAN HX-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ HistoricoIDX NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HX-ID NOT = MU-ID THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   ADD HX-Monto TO WS-Sal-Facturado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HistoricoIDX
                   MOVE 'N' TO WS-FlagHis
               END-IF
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-ID = MU-ID THEN
                                   ADD PA-Monto TO WS-Sal-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = MU-ID THEN
                                   SUBTRACT RV-Monto FROM WS-Sal-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = MU-ID THEN
                                   PERFORM Sumar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = MU-ID AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Sal-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = MU-ID AND IN-Tipo = 'C' THEN
                                   SUBTRACT IN-Importe FROM WS-Sal-Notas
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
               COMPUTE WS-Sal-Abierto =
                   WS-Sal-Facturado + WS-Sal-Notas - WS-Sal-Pagado
           EXIT.

           Sumar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM WS-Sal-Notas
               ELSE
                   ADD WS-Nota-Importe TO WS-Sal-Notas
               END-IF
           EXIT.

           *> Cierra el periodo abierto del titular en el medidor; un
           *> titular anterior a la historia (sin alta registrada)
           *> queda con un periodo cerrado sin fecha de inicio.
           Cerrar-Periodo.
               MOVE 'N' TO WS-FlagCerrado
               OPEN INPUT Titulares
               IF WS-File-StatusTit = '00' THEN
                   OPEN OUTPUT TitTrabajo
                   PERFORM UNTIL WS-FlagTit = 'Y'
                       READ Titulares INTO TitularR
                           AT END
                               MOVE 'Y' TO WS-FlagTit
                           NOT AT END
                               PERFORM Copiar-Periodo
                       END-READ
                   END-PERFORM
                   CLOSE Titulares
                   CLOSE TitTrabajo
                   MOVE 'N' TO WS-FlagTit
                   PERFORM Volcar-Trabajo
               END-IF
               IF WS-FlagCerrado = 'N' THEN
                   MOVE MU-Medidor TO TT-Medidor
                   MOVE MU-ID TO TT-ID
                   MOVE 0 TO TT-Desde TT-RegDesde
                   PERFORM Armar-Cierre
                   PERFORM Agregar-Periodo
               END-IF
           EXIT.

           Copiar-Periodo.
               IF TT-Medidor = MU-Medidor AND TT-ID = MU-ID AND
                  TT-Hasta = 0 THEN
                   MOVE 'Y' TO WS-FlagCerrado
                   PERFORM Armar-Cierre
               END-IF
               MOVE TitularR TO TitTrabajoR
               WRITE TitTrabajoR
           EXIT.

           Armar-Cierre.
               MOVE WS-Fecha TO TT-Hasta
               MOVE MU-Registro TO TT-RegHasta
               MOVE MU-Factura TO TT-Factura
               IF WS-Sal-Abierto < 0 THEN
                   COMPUTE TT-Saldo = 0 - WS-Sal-Abierto
               ELSE
                   MOVE WS-Sal-Abierto TO TT-Saldo
               END-IF
               MOVE WS-Destino TO TT-Destino
           EXIT.

           Agregar-Periodo.
               OPEN EXTEND Titulares
               IF WS-File-StatusTit NOT = '00' THEN
                   OPEN OUTPUT Titulares
               END-IF
               IF WS-File-StatusTit = '00' THEN
                   WRITE TitularR
                   CLOSE Titulares
               END-IF
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT TitTrabajo
               OPEN OUTPUT Titulares
               PERFORM UNTIL WS-FlagTit = 'Y'
                   READ TitTrabajo INTO TitTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagTit
                       NOT AT END
                           MOVE TitTrabajoR TO TitularR
                           WRITE TitularR
                   END-READ
               END-PERFORM
               CLOSE TitTrabajo
               CLOSE Titulares
               MOVE 'N' TO WS-FlagTit
               DELETE FILE TitTrabajo
           EXIT.

           Emitir-Constancia.
               EVALUATE WS-Destino
                   WHEN 'S'
                       MOVE "Cuenta cancelada sin saldo" TO
                           WS-Destino-Texto
                   WHEN 'C'
                       MOVE "Deuda derivada a cobranzas" TO
                           WS-Destino-Texto
                   WHEN 'D'
                       MOVE "Saldo a favor con devolucion pedida" TO
                           WS-Destino-Texto
                   WHEN 'F'
                       MOVE "Saldo a favor a reclamar por el cliente"
                           TO WS-Destino-Texto
                   WHEN OTHER
                       MOVE "El saldo sigue en la cuenta del cliente"
                           TO WS-Destino-Texto
               END-EVALUATE
               OPEN OUTPUT Constancia
               IF WS-File-StatusCns = '00' THEN
                   MOVE SPACES TO Constancia-R
                   STRING "FACTURA FINAL POR BAJA Nro " HI-Numero
                       "   Fecha " WS-Fecha
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE SPACES TO Constancia-R
                   STRING "Cliente " MU-ID " " WS-Ti-Nombre
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE SPACES TO Constancia-R
                   STRING "Suministro " MU-Medidor " " HI-Direccion
                       " Tarifa " HI-Tarifa
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE SPACES TO Constancia-R
                   STRING "Lectura anterior " WS-Reg-Fecha " registro "
                       WS-Reg-Previo " - lectura final " MU-Registro
                       " (" WS-Dias " dias)"
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Consumo TO WS-Kwh-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Consumo kwh " WS-Kwh-Imp "  constante "
                       WS-Multiplicador "  bloques hasta "
                       WS-Limite1-Pro " y " WS-Limite2-Pro
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-CargoFijo TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Cargo fijo prorrateado   " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Energia TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Energia                  " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Impuesto TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Impuesto                 " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Interes TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Interes por mora         " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Subsidio TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Subsidio                -" WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE WS-Comp-Aplicada TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Compensacion calidad    -" WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE WS-Credito-Aplicado TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Saldo a favor aplicado  -" WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE HI-Monto TO WS-Monto-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "TOTAL FACTURA FINAL      " WS-Monto-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   IF WS-FlagPlan = 'Y' THEN
                       MOVE PS-Mensaje TO Constancia-R
                       WRITE Constancia-R
                   END-IF
                   IF WS-Comp-Pendiente > 0 THEN
                       MOVE WS-Comp-Pendiente TO WS-Monto-Imp
                       MOVE SPACES TO Constancia-R
                       STRING "Compensacion pendiente, no entro en la "
                           "factura final " WS-Monto-Imp
                           DELIMITED BY SIZE INTO Constancia-R
                       END-STRING
                       WRITE Constancia-R
                   END-IF
                   MOVE WS-Sal-Abierto TO WS-Saldo-Imp
                   MOVE SPACES TO Constancia-R
                   STRING "Saldo de la cuenta al cierre " WS-Saldo-Imp
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   MOVE SPACES TO Constancia-R
                   STRING "Destino: " WS-Destino-Texto
                       DELIMITED BY SIZE INTO Constancia-R
                   END-STRING
                   WRITE Constancia-R
                   CLOSE Constancia
               END-IF
           EXIT.

           *> Alta del nuevo titular: el suministro tiene que estar
           *> libre (baja registrada o sin titular activo); el punto
           *> pasa al nuevo titular, la lectura inicial queda como
           *> ultimo registro y se abre su periodo en la historia.
           Alta-Titular.
               PERFORM Buscar-Punto
               PERFORM Buscar-Ocupante
               PERFORM Buscar-Registro-Previo
               EVALUATE TRUE
                   WHEN MU-ID = 0
                       MOVE "ERROR Debe indicar el ID del titular" TO
                           MU-Mensaje
                   WHEN MU-Medidor = SPACES
                       MOVE "ERROR Debe indicar el medidor" TO
                           MU-Mensaje
                   WHEN WS-FlagOcupado = 'Y'
                       STRING "ERROR El suministro sigue a nombre del c"
                           "liente " WS-Ocupante-ID
                           ": registrar primero la baja"
                           DELIMITED BY SIZE INTO MU-Mensaje
                       END-STRING
                   WHEN WS-FlagPunto = 'N' AND WS-FlagAnterior = 'N'
                       MOVE "ERROR Suministro desconocido" TO
                           MU-Mensaje
                   WHEN WS-FlagRegPrevio = 'Y' AND
                        MU-Registro < WS-Reg-Previo AND
                        NOT (WS-Reg-Previo > 90000 AND
                             MU-Registro < 10000)
                       MOVE "ERROR La lectura inicial es menor que el ul
      -                    "timo registro leido" TO MU-Mensaje
                   WHEN OTHER
                       PERFORM Preparar-Titular
               END-EVALUATE
               IF MU-Mensaje = SPACES THEN
                   PERFORM Asignar-Punto
               END-IF
               IF MU-Mensaje = SPACES THEN
                   MOVE MU-Registro TO MD-Registro
                   PERFORM Actualizar-Registro
                   MOVE MU-Medidor TO TT-Medidor
                   MOVE MU-ID TO TT-ID
                   MOVE WS-Fecha TO TT-Desde
                   MOVE MU-Registro TO TT-RegDesde
                   MOVE 0 TO TT-Hasta TT-RegHasta TT-Factura TT-Saldo
                   MOVE SPACE TO TT-Destino
                   PERFORM Agregar-Periodo
                   STRING "Alta del cliente " MU-ID " en el suministr"
                       "o " MU-Medidor " con lectura inicial "
                       MU-Registro
                       DELIMITED BY SIZE INTO MU-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Ocupante actual del medidor: el titular activo del
           *> punto, o sin punto registrado, un cliente activo que lo
           *> tenga en el maestro, o un periodo abierto de otro
           *> titular en la historia; de paso queda el domicilio y la
           *> clase del ultimo titular para dar de alta al nuevo.
           Buscar-Ocupante.
               MOVE 'N' TO WS-FlagOcupado WS-FlagAnterior
               MOVE 0 TO WS-Ocupante-ID WS-Anterior-ID
               IF WS-FlagPunto = 'Y' THEN
                   MOVE 'Y' TO WS-FlagAnterior
                   MOVE WS-Pt-ID TO WS-Anterior-ID
                   IF WS-Pt-Estado = 'A' AND WS-Pt-ID NOT = MU-ID THEN
                       MOVE 'Y' TO WS-FlagOcupado
                       MOVE WS-Pt-ID TO WS-Ocupante-ID
                   END-IF
               ELSE
                   OPEN INPUT ClientesIDX
                   IF WS-File-StatusCIdx = '00' THEN
                       PERFORM UNTIL WS-FlagIdx = 'Y'
                           READ ClientesIDX NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-FlagIdx
                               NOT AT END
                                   PERFORM Evaluar-Ocupante
                           END-READ
                       END-PERFORM
                       CLOSE ClientesIDX
                       MOVE 'N' TO WS-FlagIdx
                   END-IF
               END-IF
               OPEN INPUT Titulares
               IF WS-File-StatusTit = '00' THEN
                   PERFORM UNTIL WS-FlagTit = 'Y'
                       READ Titulares INTO TitularR
                           AT END
                               MOVE 'Y' TO WS-FlagTit
                           NOT AT END
                               IF TT-Medidor = MU-Medidor AND
                                  TT-Hasta = 0 AND TT-ID NOT = MU-ID
                                  THEN
                                   MOVE 'Y' TO WS-FlagOcupado
                                   MOVE TT-ID TO WS-Ocupante-ID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Titulares
                   MOVE 'N' TO WS-FlagTit
               END-IF
           EXIT.

           Evaluar-Ocupante.
               IF CI-Medidor = MU-Medidor AND CI-ID NOT = MU-ID THEN
                   MOVE 'Y' TO WS-FlagAnterior
                   MOVE CI-ID TO WS-Anterior-ID
                   MOVE CI-Direccion TO WS-Pt-Direccion
                   MOVE CI-Tarifa TO WS-Pt-Tarifa
                   IF CI-Estado = 'A' THEN
                       MOVE 'Y' TO WS-FlagOcupado
                       MOVE CI-ID TO WS-Ocupante-ID
                   END-IF
               END-IF
           EXIT.

           *> Titular nuevo: si no existe se da de alta en el maestro
           *> con el medidor, domicilio y clase del suministro; si
           *> existe tiene que estar activo.
           Preparar-Titular.
               PERFORM Buscar-Cliente
               EVALUATE TRUE
                   WHEN WS-FlagCliente = 'Y' AND CI-Estado NOT = 'A'
                       MOVE "ERROR El cliente esta inactivo" TO
                           MU-Mensaje
                   WHEN WS-FlagCliente = 'Y'
                       CONTINUE
                   WHEN MU-Nombre = SPACES
                       MOVE
                         "ERROR Cliente inexistente: falta el nombre par
      -                    "a el alta" TO MU-Mensaje
                   WHEN OTHER
                       MOVE "A" TO CL-Accion
                       MOVE MU-ID TO CL-ID-Ent
                       MOVE MU-Nombre TO CL-Nombre-Ent
                       MOVE MU-Medidor TO CL-Medidor-Ent
                       MOVE WS-Pt-Direccion TO CL-Direccion-Ent
                       MOVE WS-Pt-Tarifa TO CL-Tarifa-Ent
                       CALL "Clientes" USING WS-Clientes-Parametros
                       IF CL-Mensaje(1:5) = "ERROR" THEN
                           MOVE CL-Mensaje TO MU-Mensaje
                       ELSE
                           MOVE MU-Medidor TO WS-Ti-Medidor
                       END-IF
               END-EVALUATE
           EXIT.

           *> El punto registrado se transfiere al nuevo titular. Sin
           *> punto registrado, el medidor va al maestro del titular
           *> si no tiene otro; si ya tiene otro, los dos pasan a
           *> Suministros.DAT para que "Facturacion" le emita una
           *> factura por medidor.
           Asignar-Punto.
               MOVE SPACES TO SM-Ruta SM-Zona SM-Tarifa
               MOVE 0 TO SM-Secuencia
               MOVE MU-ID TO SM-ID
               EVALUATE TRUE
                   WHEN WS-FlagPunto = 'Y'
                       MOVE "T" TO SM-Accion
                       MOVE MU-Medidor TO SM-Medidor
                       MOVE SPACES TO SM-Direccion
                       CALL "Suministros" USING
                           WS-Suministros-Parametros
                       IF SM-Mensaje(1:5) = "ERROR" THEN
                           MOVE SM-Mensaje TO MU-Mensaje
                       END-IF
                   WHEN WS-Ti-Medidor = MU-Medidor
                       CONTINUE
                   WHEN WS-Ti-Medidor = SPACES
                       MOVE "M" TO CL-Accion
                       MOVE MU-ID TO CL-ID-Ent
                       MOVE SPACES TO CL-Nombre-Ent
                       MOVE MU-Medidor TO CL-Medidor-Ent
                       MOVE WS-Pt-Direccion TO CL-Direccion-Ent
                       MOVE WS-Pt-Tarifa TO CL-Tarifa-Ent
                       CALL "Clientes" USING WS-Clientes-Parametros
                       IF CL-Mensaje(1:5) = "ERROR" THEN
                           MOVE CL-Mensaje TO MU-Mensaje
                       END-IF
                   WHEN OTHER
                       MOVE "A" TO SM-Accion
                       MOVE WS-Ti-Medidor TO SM-Medidor
                       MOVE WS-Ti-Direccion TO SM-Direccion
                       MOVE WS-Ti-Tarifa TO SM-Tarifa
                       CALL "Suministros" USING
                           WS-Suministros-Parametros
                       MOVE "A" TO SM-Accion
                       MOVE MU-Medidor TO SM-Medidor
                       MOVE WS-Pt-Direccion TO SM-Direccion
                       MOVE WS-Pt-Tarifa TO SM-Tarifa
                       CALL "Suministros" USING
                           WS-Suministros-Parametros
                       IF SM-Mensaje(1:5) = "ERROR" THEN
                           MOVE SM-Mensaje TO MU-Mensaje
                       END-IF
               END-EVALUATE
           EXIT.

           *> Historia de titulares: cada periodo con su alta, su
           *> baja, la factura final y el destino del saldo.
           Listar-Titulares.
               MOVE 0 TO WS-Cant-Listados
               OPEN INPUT Titulares
               IF WS-File-StatusTit NOT = '00' THEN
                   MOVE "ERROR No hay historia de titulares registrada"
                       TO MU-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Historia de titulares al " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE
                     "Medidor   |Cliente|Desde   |Reg  |Hasta   |Reg  |F
      -                "actura |Saldo         |Destino" TO Listado-R
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagTit = 'Y'
                       READ Titulares INTO TitularR
                           AT END
                               MOVE 'Y' TO WS-FlagTit
                           NOT AT END
                               IF MU-Medidor = SPACES OR
                                  TT-Medidor = MU-Medidor THEN
                                   PERFORM Listar-Periodo
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Titulares
                   MOVE 'N' TO WS-FlagTit
                   CLOSE Listado
                   STRING "Historia en Titulares.Txt, periodos: "
                       WS-Cant-Listados
                       DELIMITED BY SIZE INTO MU-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Periodo.
               MOVE TT-Saldo TO WS-Monto-Imp
               MOVE SPACES TO Listado-R
               STRING TT-Medidor "|" TT-ID "  |" TT-Desde "|"
                   TT-RegDesde "|" TT-Hasta "|" TT-RegHasta "|"
                   TT-Factura "|" WS-Monto-Imp "  |" TT-Destino
                   DELIMITED BY SIZE INTO Listado-R
               END-STRING
               WRITE Listado-R
               ADD 1 TO WS-Cant-Listados
           EXIT.

           *> Tarifa vigente a la fecha de la baja.
           Cargar-Tarifas.
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
