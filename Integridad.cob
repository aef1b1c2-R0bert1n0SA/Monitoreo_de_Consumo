       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integridad AS "Integridad".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Controles cruzados entre los maestros y los archivos de
           *> movimientos: cada regla tiene su codigo y su gravedad (G
           *> grave, A advertencia); las excepciones salen agrupadas
           *> por regla en Integridad.Txt y una falla grave deja el
           *> mensaje en ERROR, que como paso del plan corta el
           *> stream con RETURN-CODE 8.
           SELECT Config ASSIGN TO 'Integridad.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Maestro secuencial de clientes: base de todos los
           *> controles de cliente inexistente.
           SELECT Maestro ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMas.

           *> Mismos datos indexados por ID: se lee directo por cada
           *> cliente del maestro y despues completo, para ver que
           *> los dos digan lo mismo.
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           SELECT Medidores ASSIGN TO 'Medidores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMed.

           SELECT LecturasMed ASSIGN TO 'LecturasMed.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLec.

           *> Historico de facturas en texto (el que se mantiene al
           *> dia junto con el indexado); ordenado por numero, un
           *> numero repetido es comparar contra el registro anterior.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           SELECT HistOrden ASSIGN TO 'IntegridadHis.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHio.

           SELECT Work-FileH ASSIGN TO SORT-WORK.

           *> Pagos, notas, saldos a favor, castigos y reversiones:
           *> con las facturas arman el saldo de cada cliente, igual
           *> que el alta de "Convenios".
           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           SELECT Convenios ASSIGN TO 'Convenios.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCon.

           SELECT Ordenes ASSIGN TO 'Ordenes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusOrd.

           *> Sesiones y diario de caja: cada movimiento tiene que
           *> tener su sesion y su linea en Pagos.DAT.
           SELECT Cajas ASSIGN TO 'Cajas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCaj.

           SELECT Movimientos ASSIGN TO 'CajaMovs.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMov.

           SELECT Periodos ASSIGN TO 'Periodos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPer.

           *> Excepciones en el orden en que se encuentran; se
           *> ordenan por regla antes de armar el informe.
           SELECT Excepciones ASSIGN TO 'IntegridadTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusExc.

           SELECT ExcOrden ASSIGN TO 'IntegridadOrd.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusExo.

           SELECT Work-FileE ASSIGN TO SORT-WORK.

           SELECT Informe ASSIGN TO 'Integridad.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInf.

       DATA DIVISION.
       FILE SECTION.
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

       FD LecturasMed.
       01 LecturaMedR.
           05 LM-Medidor            PIC X(10).
           05 LM-Mes                PIC X(15).
           05 LM-Consumo            PIC 9(5).
           05 LM-Fecha              PIC 9(8).

       FD Historico.
       01 Historico-R               PIC X(197).

       FD HistOrden.
       01 HistOrden-R.
           05 HO-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 HO-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 HO-Numero             PIC 9(8).
           05 FILLER                PIC X(25).

       SD Work-FileH.
       01 WorkRH.
           05 WH-ID                 PIC 9(5).
           05 FILLER                PIC X(82).
           05 WH-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(65).
           05 WH-Numero             PIC 9(8).
           05 FILLER                PIC X(25).

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

       FD Creditos.
       01 CreditoR.
           05 SF-ID                 PIC 9(5).
           05 SF-Fecha              PIC 9(8).
           05 SF-Tipo               PIC X(1).
           05 SF-Origen             PIC X(2).
           05 SF-Importe            PIC 9(8)V99.
           05 SF-Factura            PIC 9(8).
           05 SF-Devolucion         PIC 9(6).

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

       FD Convenios.
       01 ConvenioR.
           05 CO-Numero             PIC 9(5).
           05 CO-ID                 PIC 9(5).
           05 CO-Fecha              PIC 9(8).
           05 CO-Saldo              PIC 9(10)V99.
           05 CO-Cuotas             PIC 9(2).
           05 CO-Importe            PIC 9(8)V99.
           05 CO-PrimerVenc         PIC 9(8).
           05 CO-Pagadas            PIC 9(2).
           05 CO-Estado             PIC X(1).

       FD Ordenes.
       01 OrdenR.
           05 OS-Numero             PIC 9(6).
           05 OS-ID                 PIC 9(5).
           05 OS-Tipo               PIC X(1).
           05 OS-FechaGen           PIC 9(8).
           05 OS-Estado             PIC X(1).
           05 OS-FechaCierre        PIC 9(8).
           05 OS-Cuadrilla          PIC X(10).

       FD Cajas.
       01 CajaR.
           05 CS-Sesion             PIC 9(5).
           05 CS-Cajero             PIC X(10).
           05 CS-Canal              PIC X(1).
           05 CS-FechaAp            PIC 9(8).
           05 CS-FechaCi            PIC 9(8).
           05 CS-Estado             PIC X(1).

       FD Movimientos.
       01 MovimientoR.
           05 CM-Sesion             PIC 9(5).
           05 CM-Secuencia          PIC 9(4).
           05 CM-ID                 PIC 9(5).
           05 CM-Fecha              PIC 9(8).
           05 CM-Monto              PIC 9(8)V99.
           05 CM-Medio              PIC X(2).

       FD Periodos.
       01 PeriodoR.
           05 PD-Anio               PIC 9(4).
           05 PD-Mes                PIC X(15).
           05 PD-Estado             PIC X(1).

       FD Excepciones.
       01 ExcepcionR.
           05 EX-Regla              PIC 9(2).
           05 EX-Orden              PIC 9(6).
           05 EX-Detalle            PIC X(100).

       FD ExcOrden.
       01 ExcOrdenR.
           05 EO-Regla              PIC 9(2).
           05 EO-Orden              PIC 9(6).
           05 EO-Detalle            PIC X(100).

       SD Work-FileE.
       01 WorkRE.
           05 WE-Regla              PIC 9(2).
           05 WE-Orden              PIC 9(6).
           05 WE-Detalle            PIC X(100).

       FD Informe.
       01 Informe-R                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusMas     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusMed     PIC XX.
               05 WS-File-StatusLec     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusHio     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusInc     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCon     PIC XX.
               05 WS-File-StatusOrd     PIC XX.
               05 WS-File-StatusCaj     PIC XX.
               05 WS-File-StatusMov     PIC XX.
               05 WS-File-StatusPer     PIC XX.
               05 WS-File-StatusExc     PIC XX.
               05 WS-File-StatusExo     PIC XX.
               05 WS-File-StatusInf     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagMas            PIC X(1) VALUE 'N'.
               05 WS-FlagCIdx           PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               05 WS-FlagLec            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCon            PIC X(1) VALUE 'N'.
               05 WS-FlagOrd            PIC X(1) VALUE 'N'.
               05 WS-FlagCaj            PIC X(1) VALUE 'N'.
               05 WS-FlagMov            PIC X(1) VALUE 'N'.
               05 WS-FlagPer            PIC X(1) VALUE 'N'.
               05 WS-FlagExo            PIC X(1) VALUE 'N'.
               *> 'Y' cuando ClientesIDX.DAT abrio bien; sin el indice
               *> no hay contra que comparar el maestro.
               05 WS-FlagIndice         PIC X(1) VALUE 'N'.
               05 WS-FlagEncontrado     PIC X(1).
               05 WS-FlagMes            PIC X(1).
               *> Una tabla llena se informa una sola vez (regla 20):
               *> lo que no entro no se controla.
               05 WS-FlagLlenoCli       PIC X(1) VALUE 'N'.
               05 WS-FlagLlenoSum       PIC X(1) VALUE 'N'.
               05 WS-FlagLlenoSes       PIC X(1) VALUE 'N'.
               05 WS-FlagLlenoMov       PIC X(1) VALUE 'N'.
               05 WS-FlagLlenoPer       PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Config-Clave       PIC X(10).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Meses.
               05 WS-MesNombre      PIC X(15) OCCURS 12 TIMES.
           *> Reglas de control: gravedad por omision (Integridad.CFG
           *> la cambia con REGLAnn=G o REGLAnn=A), descripcion para
           *> el informe y cantidad de excepciones encontradas.
           01 WS-Cant-Reglas        PIC 9(2) VALUE 20.
           01 WS-Reglas.
               05 WS-Regla-Fila OCCURS 20 TIMES.
                   10 WS-Reg-Gravedad   PIC X(1).
                   10 WS-Reg-Texto      PIC X(60).
                   10 WS-Reg-Cantidad   PIC 9(5).
           01 WS-Regla              PIC 9(2).
           01 WS-Regla-Ant          PIC 9(2).
           01 WS-Orden              PIC 9(6) VALUE 0.
           01 WS-Detalle            PIC X(100).
           01 WS-Tabla-Llena        PIC X(20).
           *> Clientes de Clientes.DAT con su estado, el saldo abierto
           *> armado con facturas, notas, creditos, castigos, pagos y
           *> reversiones, y los convenios vigentes que tienen.
           01 WS-Clientes.
               05 WS-Cant-Clientes  PIC 9(4) VALUE 0.
               05 WS-Cliente-Fila OCCURS 5000 TIMES.
                   10 WS-Cli-ID         PIC 9(5).
                   10 WS-Cli-Estado     PIC X(1).
                   10 WS-Cli-Saldo      PIC S9(12)V99.
                   10 WS-Cli-Vigentes   PIC 9(3).
           01 WS-Suministros.
               05 WS-Cant-Sum       PIC 9(4) VALUE 0.
               05 WS-Sum-Fila OCCURS 5000 TIMES.
                   10 WS-Sum-Medidor    PIC X(10).
           01 WS-Sesiones.
               05 WS-Cant-Sesiones  PIC 9(4) VALUE 0.
               05 WS-Ses-Fila OCCURS 2000 TIMES.
                   10 WS-Ses-Numero     PIC 9(5).
           *> Movimientos de caja que no son reversion; un pago los
           *> va tachando uno a uno (mismo cliente, fecha e importe)
           *> y los que quedan sin tachar no tienen su linea en Pagos.
           01 WS-Movimientos.
               05 WS-Cant-Movs      PIC 9(4) VALUE 0.
               05 WS-Mov-Fila OCCURS 5000 TIMES.
                   10 WS-Mov-Sesion     PIC 9(5).
                   10 WS-Mov-Secuencia  PIC 9(4).
                   10 WS-Mov-ID         PIC 9(5).
                   10 WS-Mov-Fecha      PIC 9(8).
                   10 WS-Mov-Monto      PIC 9(8)V99.
                   10 WS-Mov-Usado      PIC X(1).
           01 WS-Periodos.
               05 WS-Cant-Periodos  PIC 9(4) VALUE 0.
               05 WS-Per-Fila OCCURS 600 TIMES.
                   10 WS-Per-Anio       PIC 9(4).
                   10 WS-Per-Mes        PIC X(15).
           01 WS-Idx                PIC 9(4).
           01 WS-IdxCli             PIC 9(4).
           01 WS-Cliente-Buscado    PIC 9(5).
           01 WS-Medidor-Buscado    PIC X(10).
           01 WS-Ultimo-Numero      PIC 9(8) VALUE 0.
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Importe-Imp        PIC 9(8).99.
           01 WS-Saldo-Imp          PIC -9(12).99.
           01 WS-Linea              PIC X(132).
           01 WS-Cantidad-Imp       PIC ZZZZ9.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "C" corre todos los controles; devuelve la cantidad
               *> de excepciones graves y de advertencias.
               05 IG-Accion         PIC X(1).
               05 IG-Graves         PIC 9(5).
               05 IG-Advertencias   PIC 9(5).
               05 IG-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO IG-Mensaje
               MOVE 0 TO IG-Graves IG-Advertencias
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE IG-Accion
                   WHEN "C"
                       PERFORM Controlar-Integridad
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO IG-Mensaje
               END-EVALUATE
           EXIT.

           *> Sin maestro de clientes no hay contra que cruzar nada.
           *> Los demas archivos que falten se dan por vacios.
           Controlar-Integridad.
               OPEN INPUT Maestro
               IF WS-File-StatusMas NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Clientes.DAT" TO
                       IG-Mensaje
               ELSE
                   CLOSE Maestro
                   PERFORM Iniciar-Reglas
                   PERFORM Iniciar-Meses
                   PERFORM Cargar-Configuracion
                   MOVE 0 TO WS-Orden WS-Cant-Clientes WS-Cant-Sum
                       WS-Cant-Sesiones WS-Cant-Movs WS-Cant-Periodos
                   MOVE 'N' TO WS-FlagLlenoCli WS-FlagLlenoSum
                       WS-FlagLlenoSes WS-FlagLlenoMov WS-FlagLlenoPer
                   OPEN OUTPUT Excepciones
                   PERFORM Controlar-Clientes
                   PERFORM Controlar-Indice
                   PERFORM Controlar-Suministros
                   PERFORM Controlar-Lecturas
                   PERFORM Controlar-Medidores
                   PERFORM Controlar-Historico
                   PERFORM Sumar-Notas
                   PERFORM Sumar-Creditos
                   PERFORM Sumar-Castigos
                   PERFORM Sumar-Reversiones
                   PERFORM Cargar-Sesiones
                   PERFORM Cargar-Movimientos
                   PERFORM Controlar-Pagos
                   PERFORM Informar-Movimientos
                   PERFORM Controlar-Convenios
                   PERFORM Controlar-Ordenes
                   PERFORM Controlar-Periodos
                   CLOSE Excepciones
                   PERFORM Escribir-Informe
                   PERFORM Armar-Mensaje
               END-IF
           EXIT.

           Iniciar-Reglas.
               MOVE "G" TO WS-Reg-Gravedad(1)
               MOVE "ClientesIDX.DAT con un ID que no esta en Clientes.D
      -            "AT" TO WS-Reg-Texto(1)
               MOVE "G" TO WS-Reg-Gravedad(2)
               MOVE "Cliente ausente o distinto en ClientesIDX.DAT" TO
                   WS-Reg-Texto(2)
               MOVE "G" TO WS-Reg-Gravedad(3)
               MOVE "ID de cliente repetido en Clientes.DAT" TO
                   WS-Reg-Texto(3)
               MOVE "G" TO WS-Reg-Gravedad(4)
               MOVE "Suministro de un cliente inexistente" TO
                   WS-Reg-Texto(4)
               MOVE "A" TO WS-Reg-Gravedad(5)
               MOVE "Suministro activo de un cliente dado de baja" TO
                   WS-Reg-Texto(5)
               MOVE "G" TO WS-Reg-Gravedad(6)
               MOVE "Medidor repetido en Suministros.DAT" TO
                   WS-Reg-Texto(6)
               MOVE "A" TO WS-Reg-Gravedad(7)
               MOVE "Lectura de un medidor que no es suministro" TO
                   WS-Reg-Texto(7)
               MOVE "A" TO WS-Reg-Gravedad(8)
               MOVE "Ultimo registro de un medidor que no es suministro"
                   TO WS-Reg-Texto(8)
               MOVE "G" TO WS-Reg-Gravedad(9)
               MOVE "Factura de un cliente inexistente" TO
                   WS-Reg-Texto(9)
               MOVE "G" TO WS-Reg-Gravedad(10)
               MOVE "Numero de factura repetido en FacturasHist.Txt" TO
                   WS-Reg-Texto(10)
               MOVE "G" TO WS-Reg-Gravedad(11)
               MOVE "Pago de un cliente inexistente" TO
                   WS-Reg-Texto(11)
               MOVE "G" TO WS-Reg-Gravedad(12)
               MOVE "Convenio de un cliente inexistente" TO
                   WS-Reg-Texto(12)
               MOVE "A" TO WS-Reg-Gravedad(13)
               MOVE "Convenio vigente de un cliente sin deuda" TO
                   WS-Reg-Texto(13)
               MOVE "A" TO WS-Reg-Gravedad(14)
               MOVE "Mas de un convenio vigente del mismo cliente" TO
                   WS-Reg-Texto(14)
               MOVE "G" TO WS-Reg-Gravedad(15)
               MOVE "Orden de trabajo de un cliente inexistente" TO
                   WS-Reg-Texto(15)
               MOVE "A" TO WS-Reg-Gravedad(16)
               MOVE "Orden de corte pendiente de un cliente sin deuda"
                   TO WS-Reg-Texto(16)
               MOVE "G" TO WS-Reg-Gravedad(17)
               MOVE "Movimiento de caja de una sesion inexistente" TO
                   WS-Reg-Texto(17)
               MOVE "G" TO WS-Reg-Gravedad(18)
               MOVE "Movimiento de caja sin su linea en Pagos.DAT" TO
                   WS-Reg-Texto(18)
               MOVE "A" TO WS-Reg-Gravedad(19)
               MOVE "Periodo repetido o con mes o estado invalido" TO
                   WS-Reg-Texto(19)
               MOVE "A" TO WS-Reg-Gravedad(20)
               MOVE "Tabla interna llena: control parcial" TO
                   WS-Reg-Texto(20)
               PERFORM VARYING WS-Regla FROM 1 BY 1
                   UNTIL WS-Regla > WS-Cant-Reglas
                   MOVE 0 TO WS-Reg-Cantidad(WS-Regla)
               END-PERFORM
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

           *> Integridad.CFG es opcional: REGLAnn=G o REGLAnn=A cambia
           *> la gravedad de la regla nn; sin archivo valen las de
           *> Iniciar-Reglas.
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
               IF WS-Config-Clave(1:5) = "REGLA" AND
                  WS-Config-Clave(6:2) IS NUMERIC AND
                  WS-Config-Clave(8:1) = SPACE AND
                  (WS-Config-Valor(1:1) = "G" OR
                   WS-Config-Valor(1:1) = "A") THEN
                   MOVE WS-Config-Clave(6:2) TO WS-Regla
                   IF WS-Regla > 0 AND WS-Regla <= WS-Cant-Reglas THEN
                       MOVE WS-Config-Valor(1:1) TO
                           WS-Reg-Gravedad(WS-Regla)
                   END-IF
               END-IF
           EXIT.

           *> Deja la excepcion de WS-Regla con el texto de
           *> WS-Detalle y la cuenta en la regla.
           Agregar-Excepcion.
               ADD 1 TO WS-Orden
               MOVE WS-Regla TO EX-Regla
               MOVE WS-Orden TO EX-Orden
               MOVE WS-Detalle TO EX-Detalle
               WRITE ExcepcionR
               ADD 1 TO WS-Reg-Cantidad(WS-Regla)
           EXIT.

           Informar-Tabla-Llena.
               MOVE 20 TO WS-Regla
               MOVE SPACES TO WS-Detalle
               STRING "Tabla de " WS-Tabla-Llena
                   " llena: lo que no entro no se controla"
                   DELIMITED BY SIZE INTO WS-Detalle
               END-STRING
               PERFORM Agregar-Excepcion
           EXIT.

           *> Busca WS-Cliente-Buscado en la tabla de clientes; deja
           *> la posicion en WS-IdxCli y WS-FlagEncontrado en 'Y' si
           *> esta.
           Buscar-Cliente.
               MOVE 'N' TO WS-FlagEncontrado
               MOVE 0 TO WS-IdxCli
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Clientes
                   IF WS-Cli-ID(WS-Idx) = WS-Cliente-Buscado THEN
                       MOVE 'Y' TO WS-FlagEncontrado
                       MOVE WS-Idx TO WS-IdxCli
                       MOVE WS-Cant-Clientes TO WS-Idx
                   END-IF
               END-PERFORM
           EXIT.

           Buscar-Suministro.
               MOVE 'N' TO WS-FlagEncontrado
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Sum
                   IF WS-Sum-Medidor(WS-Idx) = WS-Medidor-Buscado THEN
                       MOVE 'Y' TO WS-FlagEncontrado
                       MOVE WS-Cant-Sum TO WS-Idx
                   END-IF
               END-PERFORM
           EXIT.

           *> Reglas 02 y 03: carga la tabla de clientes desde
           *> Clientes.DAT (un ID repetido no se vuelve a cargar) y lee
           *> directo cada uno en ClientesIDX.DAT.
           Controlar-Clientes.
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE 'Y' TO WS-FlagIndice
               ELSE
                   MOVE 'N' TO WS-FlagIndice
                   MOVE 2 TO WS-Regla
                   MOVE "No se pudo abrir ClientesIDX.DAT" TO
                       WS-Detalle
                   PERFORM Agregar-Excepcion
               END-IF
               OPEN INPUT Maestro
               PERFORM UNTIL WS-FlagMas = 'Y'
                   READ Maestro INTO MaestroR
                       AT END
                           MOVE 'Y' TO WS-FlagMas
                       NOT AT END
                           PERFORM Controlar-Cliente
                   END-READ
               END-PERFORM
               CLOSE Maestro
               MOVE 'N' TO WS-FlagMas
               IF WS-FlagIndice = 'Y' THEN
                   CLOSE ClientesIDX
               END-IF
           EXIT.

           Controlar-Cliente.
               MOVE M-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'Y' THEN
                   MOVE 3 TO WS-Regla
                   MOVE SPACES TO WS-Detalle
                   STRING "Cliente " M-ID " " M-NombreUsuario
                       DELIMITED BY SIZE INTO WS-Detalle
                   END-STRING
                   PERFORM Agregar-Excepcion
               ELSE
                   IF WS-Cant-Clientes < 5000 THEN
                       ADD 1 TO WS-Cant-Clientes
                       MOVE M-ID TO WS-Cli-ID(WS-Cant-Clientes)
                       MOVE M-Estado TO WS-Cli-Estado(WS-Cant-Clientes)
                       MOVE 0 TO WS-Cli-Saldo(WS-Cant-Clientes)
                           WS-Cli-Vigentes(WS-Cant-Clientes)
                   ELSE
                       IF WS-FlagLlenoCli = 'N' THEN
                           MOVE 'Y' TO WS-FlagLlenoCli
                           MOVE "clientes" TO WS-Tabla-Llena
                           PERFORM Informar-Tabla-Llena
                       END-IF
                   END-IF
               END-IF
               IF WS-FlagIndice = 'Y' THEN
                   MOVE M-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           MOVE 2 TO WS-Regla
                           MOVE SPACES TO WS-Detalle
                           STRING "Cliente " M-ID
                               " no esta en ClientesIDX.DAT"
                               DELIMITED BY SIZE INTO WS-Detalle
                           END-STRING
                           PERFORM Agregar-Excepcion
                       NOT INVALID KEY
                           IF ClientesIDX-R NOT = MaestroR THEN
                               MOVE 2 TO WS-Regla
                               MOVE SPACES TO WS-Detalle
                               STRING "Cliente " M-ID
                                   " distinto en ClientesIDX.DAT (est"
                                   "ado " M-Estado "/" CI-Estado
                                   ", medidor " M-Medidor "/"
                                   CI-Medidor ")"
                                   DELIMITED BY SIZE INTO WS-Detalle
                               END-STRING
                               PERFORM Agregar-Excepcion
                           END-IF
                   END-READ
               END-IF
           EXIT.

           *> Regla 01: recorre ClientesIDX.DAT completo buscando IDs
           *> que el maestro secuencial no tiene.
           Controlar-Indice.
               IF WS-FlagIndice = 'Y' THEN
                   OPEN INPUT ClientesIDX
                   PERFORM UNTIL WS-FlagCIdx = 'Y'
                       READ ClientesIDX NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagCIdx
                           NOT AT END
                               MOVE CI-ID TO WS-Cliente-Buscado
                               PERFORM Buscar-Cliente
                               IF WS-FlagEncontrado = 'N' AND
                                  WS-FlagLlenoCli = 'N' THEN
                                   MOVE 1 TO WS-Regla
                                   MOVE SPACES TO WS-Detalle
                                   STRING "Cliente " CI-ID " "
                                       CI-NombreUsuario
                                       DELIMITED BY SIZE
                                       INTO WS-Detalle
                                   END-STRING
                                   PERFORM Agregar-Excepcion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ClientesIDX
                   MOVE 'N' TO WS-FlagCIdx
               END-IF
           EXIT.

           *> Reglas 04, 05 y 06, y carga de la tabla de medidores de
           *> suministro para las lecturas y los ultimos registros.
           Controlar-Suministros.
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               PERFORM Controlar-Suministro
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Controlar-Suministro.
               MOVE SU-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'N' THEN
                   IF WS-FlagLlenoCli = 'N' THEN
                       MOVE 4 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Medidor " SU-Medidor " cliente " SU-ID
                           " " SU-Direccion
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               ELSE
                   IF SU-Estado = 'A' AND
                      WS-Cli-Estado(WS-IdxCli) NOT = 'A' THEN
                       MOVE 5 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Medidor " SU-Medidor " cliente " SU-ID
                           " estado del cliente "
                           WS-Cli-Estado(WS-IdxCli)
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               END-IF
               MOVE SU-Medidor TO WS-Medidor-Buscado
               PERFORM Buscar-Suministro
               IF WS-FlagEncontrado = 'Y' THEN
                   MOVE 6 TO WS-Regla
                   MOVE SPACES TO WS-Detalle
                   STRING "Medidor " SU-Medidor " cliente " SU-ID
                       DELIMITED BY SIZE INTO WS-Detalle
                   END-STRING
                   PERFORM Agregar-Excepcion
               ELSE
                   IF WS-Cant-Sum < 5000 THEN
                       ADD 1 TO WS-Cant-Sum
                       MOVE SU-Medidor TO WS-Sum-Medidor(WS-Cant-Sum)
                   ELSE
                       IF WS-FlagLlenoSum = 'N' THEN
                           MOVE 'Y' TO WS-FlagLlenoSum
                           MOVE "suministros" TO WS-Tabla-Llena
                           PERFORM Informar-Tabla-Llena
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Regla 07.
           Controlar-Lecturas.
               OPEN INPUT LecturasMed
               IF WS-File-StatusLec = '00' THEN
                   PERFORM UNTIL WS-FlagLec = 'Y'
                       READ LecturasMed INTO LecturaMedR
                           AT END
                               MOVE 'Y' TO WS-FlagLec
                           NOT AT END
                               MOVE LM-Medidor TO WS-Medidor-Buscado
                               PERFORM Buscar-Suministro
                               IF WS-FlagEncontrado = 'N' AND
                                  WS-FlagLlenoSum = 'N' THEN
                                   MOVE 7 TO WS-Regla
                                   MOVE SPACES TO WS-Detalle
                                   STRING "Medidor " LM-Medidor
                                       " mes " LM-Mes
                                       " fecha " LM-Fecha
                                       DELIMITED BY SIZE
                                       INTO WS-Detalle
                                   END-STRING
                                   PERFORM Agregar-Excepcion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LecturasMed
                   MOVE 'N' TO WS-FlagLec
               END-IF
           EXIT.

           *> Regla 08.
           Controlar-Medidores.
               OPEN INPUT Medidores
               IF WS-File-StatusMed = '00' THEN
                   PERFORM UNTIL WS-FlagMed = 'Y'
                       READ Medidores INTO MedidorR
                           AT END
                               MOVE 'Y' TO WS-FlagMed
                           NOT AT END
                               MOVE MD-Medidor TO WS-Medidor-Buscado
                               PERFORM Buscar-Suministro
                               IF WS-FlagEncontrado = 'N' AND
                                  WS-FlagLlenoSum = 'N' THEN
                                   MOVE 8 TO WS-Regla
                                   MOVE SPACES TO WS-Detalle
                                   STRING "Medidor " MD-Medidor
                                       " registro " MD-Registro
                                       " fecha " MD-Fecha
                                       DELIMITED BY SIZE
                                       INTO WS-Detalle
                                   END-STRING
                                   PERFORM Agregar-Excepcion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Medidores
                   MOVE 'N' TO WS-FlagMed
               END-IF
           EXIT.

           *> Reglas 09 y 10 sobre el historico ordenado por numero de
           *> factura; cada factura suma al saldo de su cliente. Las
           *> de la corrida anual no tienen numero y no entran en el
           *> control de repetidos.
           Controlar-Historico.
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   CLOSE Historico
                   SORT Work-FileH
                       ON ASCENDING KEY WH-Numero
                       USING Historico
                       GIVING HistOrden
                   MOVE 0 TO WS-Ultimo-Numero
                   OPEN INPUT HistOrden
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ HistOrden INTO HistOrden-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               PERFORM Controlar-Factura
                       END-READ
                   END-PERFORM
                   CLOSE HistOrden
                   MOVE 'N' TO WS-FlagHis
                   DELETE FILE HistOrden
               END-IF
           EXIT.

           Controlar-Factura.
               MOVE HO-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'Y' THEN
                   ADD HO-Monto TO WS-Cli-Saldo(WS-IdxCli)
               ELSE
                   IF WS-FlagLlenoCli = 'N' THEN
                       MOVE 9 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Factura " HO-Numero " cliente " HO-ID
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               END-IF
               IF HO-Numero > 0 THEN
                   IF HO-Numero = WS-Ultimo-Numero THEN
                       MOVE 10 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Factura " HO-Numero " cliente " HO-ID
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
                   MOVE HO-Numero TO WS-Ultimo-Numero
               END-IF
           EXIT.

           Sumar-Notas.
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               MOVE ND-ID TO WS-Cliente-Buscado
                               PERFORM Buscar-Cliente
                               IF WS-FlagEncontrado = 'Y' THEN
                                   PERFORM Sumar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           Sumar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM
                       WS-Cli-Saldo(WS-IdxCli)
               ELSE
                   ADD WS-Nota-Importe TO WS-Cli-Saldo(WS-IdxCli)
               END-IF
           EXIT.

           *> Saldo a favor aplicado o devuelto: pesa como una ND.
           Sumar-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-Tipo = "A" OR SF-Tipo = "D" THEN
                                   MOVE SF-ID TO WS-Cliente-Buscado
                                   PERFORM Buscar-Cliente
                                   IF WS-FlagEncontrado = 'Y' THEN
                                       ADD SF-Importe TO
                                           WS-Cli-Saldo(WS-IdxCli)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> Lo castigado por incobrable ya no es deuda del cliente.
           Sumar-Castigos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-Tipo = 'C' THEN
                                   MOVE IN-ID TO WS-Cliente-Buscado
                                   PERFORM Buscar-Cliente
                                   IF WS-FlagEncontrado = 'Y' THEN
                                       SUBTRACT IN-Importe FROM
                                           WS-Cli-Saldo(WS-IdxCli)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           *> Un pago revertido vuelve a ser deuda.
           Sumar-Reversiones.
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               MOVE RV-ID TO WS-Cliente-Buscado
                               PERFORM Buscar-Cliente
                               IF WS-FlagEncontrado = 'Y' THEN
                                   ADD RV-Monto TO
                                       WS-Cli-Saldo(WS-IdxCli)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Cargar-Sesiones.
               OPEN INPUT Cajas
               IF WS-File-StatusCaj = '00' THEN
                   PERFORM UNTIL WS-FlagCaj = 'Y'
                       READ Cajas INTO CajaR
                           AT END
                               MOVE 'Y' TO WS-FlagCaj
                           NOT AT END
                               PERFORM Cargar-Sesion
                       END-READ
                   END-PERFORM
                   CLOSE Cajas
                   MOVE 'N' TO WS-FlagCaj
               END-IF
           EXIT.

           Cargar-Sesion.
               IF WS-Cant-Sesiones < 2000 THEN
                   ADD 1 TO WS-Cant-Sesiones
                   MOVE CS-Sesion TO WS-Ses-Numero(WS-Cant-Sesiones)
               ELSE
                   IF WS-FlagLlenoSes = 'N' THEN
                       MOVE 'Y' TO WS-FlagLlenoSes
                       MOVE "sesiones de caja" TO WS-Tabla-Llena
                       PERFORM Informar-Tabla-Llena
                   END-IF
               END-IF
           EXIT.

           *> Regla 17 y carga de los movimientos que tienen que
           *> aparecer en Pagos.DAT (las reversiones RV salen de
           *> Reversiones.DAT, no de Pagos).
           Cargar-Movimientos.
               OPEN INPUT Movimientos
               IF WS-File-StatusMov = '00' THEN
                   PERFORM UNTIL WS-FlagMov = 'Y'
                       READ Movimientos INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagMov
                           NOT AT END
                               PERFORM Controlar-Movimiento
                       END-READ
                   END-PERFORM
                   CLOSE Movimientos
                   MOVE 'N' TO WS-FlagMov
               END-IF
           EXIT.

           Controlar-Movimiento.
               MOVE 'N' TO WS-FlagEncontrado
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Sesiones
                   IF WS-Ses-Numero(WS-Idx) = CM-Sesion THEN
                       MOVE 'Y' TO WS-FlagEncontrado
                       MOVE WS-Cant-Sesiones TO WS-Idx
                   END-IF
               END-PERFORM
               IF WS-FlagEncontrado = 'N' AND
                  WS-FlagLlenoSes = 'N' THEN
                   MOVE 17 TO WS-Regla
                   MOVE CM-Monto TO WS-Importe-Imp
                   MOVE SPACES TO WS-Detalle
                   STRING "Sesion " CM-Sesion " movimiento "
                       CM-Secuencia " cliente " CM-ID " fecha "
                       CM-Fecha " importe " WS-Importe-Imp
                       DELIMITED BY SIZE INTO WS-Detalle
                   END-STRING
                   PERFORM Agregar-Excepcion
               END-IF
               IF CM-Medio NOT = "RV" THEN
                   IF WS-Cant-Movs < 5000 THEN
                       ADD 1 TO WS-Cant-Movs
                       MOVE CM-Sesion TO WS-Mov-Sesion(WS-Cant-Movs)
                       MOVE CM-Secuencia TO
                           WS-Mov-Secuencia(WS-Cant-Movs)
                       MOVE CM-ID TO WS-Mov-ID(WS-Cant-Movs)
                       MOVE CM-Fecha TO WS-Mov-Fecha(WS-Cant-Movs)
                       MOVE CM-Monto TO WS-Mov-Monto(WS-Cant-Movs)
                       MOVE 'N' TO WS-Mov-Usado(WS-Cant-Movs)
                   ELSE
                       IF WS-FlagLlenoMov = 'N' THEN
                           MOVE 'Y' TO WS-FlagLlenoMov
                           MOVE "movimientos de caja" TO
                               WS-Tabla-Llena
                           PERFORM Informar-Tabla-Llena
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Regla 11; cada pago baja el saldo de su cliente y tacha
           *> el primer movimiento de caja libre que le corresponde.
           Controlar-Pagos.
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               PERFORM Controlar-Pago
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
           EXIT.

           Controlar-Pago.
               MOVE PA-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'Y' THEN
                   SUBTRACT PA-Monto FROM WS-Cli-Saldo(WS-IdxCli)
               ELSE
                   IF WS-FlagLlenoCli = 'N' THEN
                       MOVE 11 TO WS-Regla
                       MOVE PA-Monto TO WS-Importe-Imp
                       MOVE SPACES TO WS-Detalle
                       STRING "Cliente " PA-ID " fecha " PA-Fecha
                           " importe " WS-Importe-Imp " medio "
                           PA-Medio
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               END-IF
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Movs
                   IF WS-Mov-Usado(WS-Idx) = 'N' AND
                      WS-Mov-ID(WS-Idx) = PA-ID AND
                      WS-Mov-Fecha(WS-Idx) = PA-Fecha AND
                      WS-Mov-Monto(WS-Idx) = PA-Monto THEN
                       MOVE 'Y' TO WS-Mov-Usado(WS-Idx)
                       MOVE WS-Cant-Movs TO WS-Idx
                   END-IF
               END-PERFORM
           EXIT.

           *> Regla 18: movimientos que ningun pago tacho.
           Informar-Movimientos.
               PERFORM VARYING WS-IdxCli FROM 1 BY 1
                   UNTIL WS-IdxCli > WS-Cant-Movs
                   IF WS-Mov-Usado(WS-IdxCli) = 'N' THEN
                       MOVE 18 TO WS-Regla
                       MOVE WS-Mov-Monto(WS-IdxCli) TO WS-Importe-Imp
                       MOVE SPACES TO WS-Detalle
                       STRING "Sesion " WS-Mov-Sesion(WS-IdxCli)
                           " movimiento " WS-Mov-Secuencia(WS-IdxCli)
                           " cliente " WS-Mov-ID(WS-IdxCli)
                           " fecha " WS-Mov-Fecha(WS-IdxCli)
                           " importe " WS-Importe-Imp
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               END-PERFORM
           EXIT.

           *> Reglas 12, 13 y 14, con el saldo ya armado.
           Controlar-Convenios.
               OPEN INPUT Convenios
               IF WS-File-StatusCon = '00' THEN
                   PERFORM UNTIL WS-FlagCon = 'Y'
                       READ Convenios INTO ConvenioR
                           AT END
                               MOVE 'Y' TO WS-FlagCon
                           NOT AT END
                               PERFORM Controlar-Convenio
                       END-READ
                   END-PERFORM
                   CLOSE Convenios
                   MOVE 'N' TO WS-FlagCon
               END-IF
           EXIT.

           Controlar-Convenio.
               MOVE CO-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'N' THEN
                   IF WS-FlagLlenoCli = 'N' THEN
                       MOVE 12 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Convenio " CO-Numero " cliente " CO-ID
                           " estado " CO-Estado
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               ELSE
                   IF CO-Estado = 'V' THEN
                       ADD 1 TO WS-Cli-Vigentes(WS-IdxCli)
                       IF WS-Cli-Saldo(WS-IdxCli) <= 0 THEN
                           MOVE 13 TO WS-Regla
                           MOVE WS-Cli-Saldo(WS-IdxCli) TO
                               WS-Saldo-Imp
                           MOVE SPACES TO WS-Detalle
                           STRING "Convenio " CO-Numero " cliente "
                               CO-ID " saldo " WS-Saldo-Imp
                               DELIMITED BY SIZE INTO WS-Detalle
                           END-STRING
                           PERFORM Agregar-Excepcion
                       END-IF
                       IF WS-Cli-Vigentes(WS-IdxCli) > 1 THEN
                           MOVE 14 TO WS-Regla
                           MOVE SPACES TO WS-Detalle
                           STRING "Convenio " CO-Numero " cliente "
                               CO-ID
                               DELIMITED BY SIZE INTO WS-Detalle
                           END-STRING
                           PERFORM Agregar-Excepcion
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Reglas 15 y 16.
           Controlar-Ordenes.
               OPEN INPUT Ordenes
               IF WS-File-StatusOrd = '00' THEN
                   PERFORM UNTIL WS-FlagOrd = 'Y'
                       READ Ordenes INTO OrdenR
                           AT END
                               MOVE 'Y' TO WS-FlagOrd
                           NOT AT END
                               PERFORM Controlar-Orden
                       END-READ
                   END-PERFORM
                   CLOSE Ordenes
                   MOVE 'N' TO WS-FlagOrd
               END-IF
           EXIT.

           Controlar-Orden.
               MOVE OS-ID TO WS-Cliente-Buscado
               PERFORM Buscar-Cliente
               IF WS-FlagEncontrado = 'N' THEN
                   IF WS-FlagLlenoCli = 'N' THEN
                       MOVE 15 TO WS-Regla
                       MOVE SPACES TO WS-Detalle
                       STRING "Orden " OS-Numero " tipo " OS-Tipo
                           " cliente " OS-ID " estado " OS-Estado
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               ELSE
                   IF OS-Tipo = 'C' AND OS-Estado = 'P' AND
                      WS-Cli-Saldo(WS-IdxCli) <= 0 THEN
                       MOVE 16 TO WS-Regla
                       MOVE WS-Cli-Saldo(WS-IdxCli) TO WS-Saldo-Imp
                       MOVE SPACES TO WS-Detalle
                       STRING "Orden " OS-Numero " cliente " OS-ID
                           " generada " OS-FechaGen " saldo "
                           WS-Saldo-Imp
                           DELIMITED BY SIZE INTO WS-Detalle
                       END-STRING
                       PERFORM Agregar-Excepcion
                   END-IF
               END-IF
           EXIT.

           *> Regla 19: año+mes repetido, mes que no es un nombre de
           *> mes o estado que no es A/C.
           Controlar-Periodos.
               OPEN INPUT Periodos
               IF WS-File-StatusPer = '00' THEN
                   PERFORM UNTIL WS-FlagPer = 'Y'
                       READ Periodos INTO PeriodoR
                           AT END
                               MOVE 'Y' TO WS-FlagPer
                           NOT AT END
                               PERFORM Controlar-Periodo
                       END-READ
                   END-PERFORM
                   CLOSE Periodos
                   MOVE 'N' TO WS-FlagPer
               END-IF
           EXIT.

           Controlar-Periodo.
               MOVE 'N' TO WS-FlagMes
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 12
                   IF PD-Mes = WS-MesNombre(WS-Idx) THEN
                       MOVE 'Y' TO WS-FlagMes
                   END-IF
               END-PERFORM
               IF WS-FlagMes = 'N' OR
                  (PD-Estado NOT = 'A' AND PD-Estado NOT = 'C') THEN
                   MOVE 19 TO WS-Regla
                   MOVE SPACES TO WS-Detalle
                   STRING "Periodo " PD-Anio " " PD-Mes " estado "
                       PD-Estado " invalido"
                       DELIMITED BY SIZE INTO WS-Detalle
                   END-STRING
                   PERFORM Agregar-Excepcion
               END-IF
               MOVE 'N' TO WS-FlagEncontrado
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Periodos
                   IF WS-Per-Anio(WS-Idx) = PD-Anio AND
                      WS-Per-Mes(WS-Idx) = PD-Mes THEN
                       MOVE 'Y' TO WS-FlagEncontrado
                       MOVE WS-Cant-Periodos TO WS-Idx
                   END-IF
               END-PERFORM
               IF WS-FlagEncontrado = 'Y' THEN
                   MOVE 19 TO WS-Regla
                   MOVE SPACES TO WS-Detalle
                   STRING "Periodo " PD-Anio " " PD-Mes " repetido"
                       DELIMITED BY SIZE INTO WS-Detalle
                   END-STRING
                   PERFORM Agregar-Excepcion
               ELSE
                   IF WS-Cant-Periodos < 600 THEN
                       ADD 1 TO WS-Cant-Periodos
                       MOVE PD-Anio TO WS-Per-Anio(WS-Cant-Periodos)
                       MOVE PD-Mes TO WS-Per-Mes(WS-Cant-Periodos)
                   ELSE
                       IF WS-FlagLlenoPer = 'N' THEN
                           MOVE 'Y' TO WS-FlagLlenoPer
                           MOVE "periodos" TO WS-Tabla-Llena
                           PERFORM Informar-Tabla-Llena
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Informe: las excepciones ordenadas por regla, cada
           *> grupo con su encabezado y su cantidad, y al final el
           *> resumen de todas las reglas con su gravedad.
           Escribir-Informe.
               SORT Work-FileE
                   ON ASCENDING KEY WE-Regla WE-Orden
                   USING Excepciones
                   GIVING ExcOrden
               OPEN OUTPUT Informe
               MOVE SPACES TO Informe-R
               STRING "CONTROL DE INTEGRIDAD DE ARCHIVOS - Fecha: "
                   WS-Fecha
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE ALL "=" TO Informe-R
               WRITE Informe-R
               MOVE 0 TO WS-Regla-Ant
               OPEN INPUT ExcOrden
               PERFORM UNTIL WS-FlagExo = 'Y'
                   READ ExcOrden INTO ExcOrdenR
                       AT END
                           MOVE 'Y' TO WS-FlagExo
                       NOT AT END
                           IF EO-Regla NOT = WS-Regla-Ant THEN
                               PERFORM Cerrar-Grupo
                               MOVE EO-Regla TO WS-Regla-Ant
                               PERFORM Abrir-Grupo
                           END-IF
                           MOVE SPACES TO Informe-R
                           STRING "  " EO-Detalle
                               DELIMITED BY SIZE INTO Informe-R
                           END-STRING
                           WRITE Informe-R
                   END-READ
               END-PERFORM
               CLOSE ExcOrden
               MOVE 'N' TO WS-FlagExo
               PERFORM Cerrar-Grupo
               PERFORM Escribir-Resumen
               CLOSE Informe
               DELETE FILE Excepciones
               DELETE FILE ExcOrden
           EXIT.

           Abrir-Grupo.
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Regla " WS-Regla-Ant " ("
                   WS-Reg-Gravedad(WS-Regla-Ant) ") "
                   WS-Reg-Texto(WS-Regla-Ant)
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
           EXIT.

           Cerrar-Grupo.
               IF WS-Regla-Ant > 0 THEN
                   MOVE WS-Reg-Cantidad(WS-Regla-Ant) TO
                       WS-Cantidad-Imp
                   MOVE SPACES TO Informe-R
                   STRING "  Total regla " WS-Regla-Ant ": "
                       WS-Cantidad-Imp
                       DELIMITED BY SIZE INTO Informe-R
                   END-STRING
                   WRITE Informe-R
               END-IF
           EXIT.

           Escribir-Resumen.
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE "RESUMEN POR REGLA (G grave, A advertencia)" TO
                   Informe-R
               WRITE Informe-R
               MOVE ALL "-" TO Informe-R
               WRITE Informe-R
               PERFORM VARYING WS-Regla FROM 1 BY 1
                   UNTIL WS-Regla > WS-Cant-Reglas
                   MOVE WS-Reg-Cantidad(WS-Regla) TO WS-Cantidad-Imp
                   MOVE SPACES TO Informe-R
                   STRING WS-Regla " " WS-Reg-Gravedad(WS-Regla) " "
                       WS-Reg-Texto(WS-Regla) " " WS-Cantidad-Imp
                       DELIMITED BY SIZE INTO Informe-R
                   END-STRING
                   WRITE Informe-R
                   IF WS-Reg-Gravedad(WS-Regla) = "G" THEN
                       ADD WS-Reg-Cantidad(WS-Regla) TO IG-Graves
                   ELSE
                       ADD WS-Reg-Cantidad(WS-Regla) TO
                           IG-Advertencias
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO Informe-R
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Excepciones graves: " IG-Graves
                   "  Advertencias: " IG-Advertencias
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
           EXIT.

           Armar-Mensaje.
               IF IG-Graves > 0 THEN
                   STRING "ERROR Integridad: graves " IG-Graves
                       ", advertencias " IG-Advertencias
                       ", ver Integridad.Txt"
                       DELIMITED BY SIZE INTO IG-Mensaje
                   END-STRING
               ELSE
                   STRING "Integridad sin fallas graves, advertencias: "
                       IG-Advertencias ", ver Integridad.Txt"
                       DELIMITED BY SIZE INTO IG-Mensaje
                   END-STRING
               END-IF
           EXIT.
