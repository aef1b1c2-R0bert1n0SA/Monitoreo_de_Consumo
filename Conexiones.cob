       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conexiones AS "Conexiones".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Solicitudes de conexion nueva, desde el pedido hasta la
           *> primera factura: S solicitada, P cargo de conexion
           *> aceptado (se cobra con la primera factura), M medidor
           *> asignado del stock, I instalada (cliente y suministro
           *> creados), X anulada. Se regraba entera en cada paso,
           *> mismo criterio de archivo de trabajo que Reclamos.DAT.
           SELECT Conexiones ASSIGN TO 'Conexiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCnx.

           SELECT CnxTrabajo ASSIGN TO 'ConexionesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Numero correlativo de solicitud, mismo patron que
           *> ReclamosSec.DAT.
           SELECT Secuencia ASSIGN TO 'ConexionesSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Cargo de conexion: CARGO= para todas las clases y
           *> CARGOxx= para la clase tarifaria xx que cobre distinto.
           SELECT Config ASSIGN TO 'Conexiones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Parque de medidores (lo mantiene "Inventario"): se
           *> asigna un medidor de stock con la calibracion al dia.
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           *> Puntos de suministro (los mantiene "Suministros"): el
           *> medidor asignado no puede ser ya un punto.
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Maestro secuencial de clientes: el ID del cliente nuevo
           *> es el siguiente al mayor del maestro.
           SELECT Maestro ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMas.

           *> Ultimo registro leido por medidor, el que usa "Lecturas":
           *> la lectura inicial de la instalacion queda como ultimo
           *> registro, igual que en el alta de "Mudanzas".
           SELECT Medidores ASSIGN TO 'Medidores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMed.

           SELECT MedTrabajo ASSIGN TO 'MedidoresTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMtr.

           *> Historia de titularidad de "Mudanzas": la conexion abre
           *> el primer periodo del suministro.
           SELECT Titulares ASSIGN TO 'Titulares.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTit.

           *> Cargos de conexion a facturar: C cargo de la conexion
           *> instalada, A aplicado a una factura (lo graba
           *> "Facturacion"), R repuesto al anularse la factura que lo
           *> llevaba (lo graba "Retenidas"). Pendiente = C - A + R.
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCar.

           *> Pendientes por estado y dias abiertas.
           SELECT Pendientes ASSIGN TO 'ConexionesPendientes.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPen.

       DATA DIVISION.
       FILE SECTION.
       FD Conexiones.
       01 ConexionR.
           05 CX-Numero             PIC 9(6).
           05 CX-Solicitante        PIC X(40).
           05 CX-Direccion          PIC X(40).
           05 CX-Tarifa             PIC X(2).
           05 CX-Zona               PIC X(3).
           05 CX-Ruta               PIC X(3).
           05 CX-Secuencia          PIC 9(3).
           05 CX-Estado             PIC X(1).
           *> Fecha de cada paso; el cierre es la instalacion o la
           *> anulacion.
           05 CX-FechaSolicitud     PIC 9(8).
           05 CX-FechaPago          PIC 9(8).
           05 CX-FechaMedidor       PIC 9(8).
           05 CX-FechaCierre        PIC 9(8).
           05 CX-Cargo              PIC 9(8)V99.
           05 CX-Serie              PIC X(10).
           05 CX-Registro           PIC 9(5).
           05 CX-ID                 PIC 9(5).
           05 FILLER                PIC X(10).

       FD CnxTrabajo.
       01 CnxTrabajoR               PIC X(170).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Config.
       01 Config-R                  PIC X(80).

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

       FD Maestro.
       01 MaestroR.
           05 M-ID                 PIC 9(5).
           05 M-NombreUsuario      PIC X(40).
           05 M-Estado             PIC X(1).
           05 M-Medidor            PIC X(10).
           05 M-Direccion          PIC X(40).
           05 M-Tarifa             PIC X(2).

       FD Medidores.
       01 MedidorR.
           05 MD-Medidor            PIC X(10).
           05 MD-Registro           PIC 9(5).
           05 MD-Mes                PIC X(15).
           05 MD-Fecha              PIC 9(8).

       FD MedTrabajo.
       01 MedTrabajoR               PIC X(38).

       FD Titulares.
       01 TitularR.
           05 TT-Medidor            PIC X(10).
           05 TT-ID                 PIC 9(5).
           05 TT-Desde              PIC 9(8).
           05 TT-RegDesde           PIC 9(5).
           05 TT-Hasta              PIC 9(8).
           05 TT-RegHasta           PIC 9(5).
           05 TT-Factura            PIC 9(8).
           05 TT-Saldo              PIC 9(10)V99.
           05 TT-Destino            PIC X(1).

       FD Cargos.
       01 CargoR.
           05 CG-Tipo               PIC X(1).
           05 CG-ID                 PIC 9(5).
           05 CG-Medidor            PIC X(10).
           05 CG-Solicitud          PIC 9(6).
           05 CG-Importe            PIC 9(8)V99.
           05 CG-Factura            PIC 9(8).
           05 CG-Fecha              PIC 9(8).

       FD Pendientes.
       01 Pendiente-R               PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCnx     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusMas     PIC XX.
               05 WS-File-StatusMed     PIC XX.
               05 WS-File-StatusMtr     PIC XX.
               05 WS-File-StatusTit     PIC XX.
               05 WS-File-StatusCar     PIC XX.
               05 WS-File-StatusPen     PIC XX.
           01 WS-Flags.
               05 WS-FlagCnx            PIC X(1) VALUE 'N'.
               05 WS-FlagTrb            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagMas            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               *> 'Y' si la solicitud NS-Numero existe.
               05 WS-FlagHallada        PIC X(1).
               *> 'Y' si hay medidor de stock utilizable (el pedido o
               *> el primero libre).
               05 WS-FlagSerie          PIC X(1).
               *> 'Y' si la serie ya esta reservada por otra solicitud.
               05 WS-FlagReservada      PIC X(1).
               *> 'Y' si la serie ya figura como punto de suministro.
               05 WS-FlagPunto          PIC X(1).
               *> 'Y' si el ID pedido ya esta en el maestro.
               05 WS-FlagCliente        PIC X(1).
               *> 'Y' si el medidor ya tenia ultimo registro.
               05 WS-FlagRegPrevio      PIC X(1).
           01 WS-Fecha              PIC 9(8).
           *> Fecha del paso: NS-Fecha o, en cero, hoy.
           01 WS-Fecha-Paso         PIC 9(8).
           01 WS-Secuencia          PIC 9(6).
           *> Solicitud en curso, armada antes de regrabar.
           01 WS-Solicitud.
               05 WS-Sol-Numero         PIC 9(6).
               05 WS-Sol-Solicitante    PIC X(40).
               05 WS-Sol-Direccion      PIC X(40).
               05 WS-Sol-Tarifa         PIC X(2).
               05 WS-Sol-Zona           PIC X(3).
               05 WS-Sol-Ruta           PIC X(3).
               05 WS-Sol-Secuencia      PIC 9(3).
               05 WS-Sol-Estado         PIC X(1).
               05 WS-Sol-FechaSolicitud PIC 9(8).
               05 WS-Sol-FechaPago      PIC 9(8).
               05 WS-Sol-FechaMedidor   PIC 9(8).
               05 WS-Sol-FechaCierre    PIC 9(8).
               05 WS-Sol-Cargo          PIC 9(8)V99.
               05 WS-Sol-Serie          PIC X(10).
               05 WS-Sol-Registro       PIC 9(5).
               05 WS-Sol-ID             PIC 9(5).
               05 FILLER                PIC X(10).
           *> Medidor elegido del stock.
           01 WS-Serie-Elegida      PIC X(10).
           01 WS-Mayor-ID           PIC 9(5).
           *> Cargo de conexion leido de Conexiones.CFG.
           01 WS-Cargo-General      PIC 9(8)V99 VALUE 0.
           01 WS-Cargo-Clase        PIC 9(8)V99 VALUE 0.
           01 WS-FlagCargoClase     PIC X(1) VALUE 'N'.
           01 WS-Config-Clave       PIC X(20).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Imp-Entera         PIC X(8).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(8).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(8)V99.
           01 WS-Cargo-Imp          PIC Z(7)9.99.
           *> Nombres de mes de Medidores.DAT, como en "Lecturas".
           01 WS-Meses.
               05 WS-MesNombre      PIC X(15) OCCURS 12 TIMES.
           *> Dias con la convencion comercial 30/360 de "Cobranzas".
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Desde         PIC 9(7).
           01 WS-Dias-Hasta         PIC 9(7).
           01 WS-Dias-Abierta       PIC 9(5).
           *> Cuadro de pendientes: una fila por estado abierto, con
           *> cantidad, bandas de dias abiertas y la mas antigua.
           01 WS-Estados.
               05 WS-Est-Fila OCCURS 3 TIMES.
                   10 WS-Est-Codigo     PIC X(1).
                   10 WS-Est-Nombre     PIC X(30).
                   10 WS-Est-Cant       PIC 9(5).
                   10 WS-Est-Banda1     PIC 9(5).
                   10 WS-Est-Banda2     PIC 9(5).
                   10 WS-Est-Banda3     PIC 9(5).
                   10 WS-Est-Banda4     PIC 9(5).
                   10 WS-Est-Maximo     PIC 9(5).
           01 WS-IdxEst             PIC 9(1).
           01 WS-Totales.
               05 WS-Cant-Abiertas      PIC 9(5) VALUE 0.
               05 WS-Cant-Instaladas    PIC 9(5) VALUE 0.
               05 WS-Cant-Anuladas      PIC 9(5) VALUE 0.
               05 WS-Dias-Instalacion   PIC 9(9) VALUE 0.
               05 WS-Prom-Instalacion   PIC 9(5) VALUE 0.
           *> Parametros de los modulos que crean el cliente, el
           *> suministro y la instalacion del medidor.
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
           01 WS-Inventario-Parametros.
               05 IM-Accion         PIC X(1).
               05 IM-Serie          PIC X(10).
               05 IM-Marca          PIC X(15).
               05 IM-Modelo         PIC X(15).
               05 IM-Multiplicador  PIC 9(4).
               05 IM-Suministro     PIC X(10).
               05 IM-Serie-Nueva    PIC X(10).
               05 IM-Registro       PIC 9(5).
               05 IM-Registro-Nuevo PIC 9(5).
               05 IM-Fecha          PIC 9(8).
               05 IM-Ubicacion      PIC X(1).
               05 IM-Dias           PIC 9(3).
               05 IM-Cantidad       PIC 9(5).
               05 IM-Mensaje        PIC X(80).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "S" registra la solicitud (solicitante, domicilio,
               *> clase, zona, ruta y orden), "P" cargo de conexion
               *> aceptado, "M" asigna NS-Serie o, en blanco, el
               *> primer medidor libre del stock, "I" instalada con
               *> la lectura inicial NS-Registro: crea el cliente
               *> (NS-ID, cero = el siguiente libre) y el suministro,
               *> instala el medidor y deja el cargo para la primera
               *> factura, "X" anula una solicitud abierta, "B"
               *> pendientes por estado y dias abiertas. NS-Fecha es
               *> la fecha del paso (cero = hoy).
               05 NS-Accion         PIC X(1).
               05 NS-Numero         PIC 9(6).
               05 NS-Solicitante    PIC X(40).
               05 NS-Direccion      PIC X(40).
               05 NS-Tarifa         PIC X(2).
               05 NS-Zona           PIC X(3).
               05 NS-Ruta           PIC X(3).
               05 NS-Secuencia      PIC 9(3).
               05 NS-Serie          PIC X(10).
               05 NS-Registro       PIC 9(5).
               05 NS-ID             PIC 9(5).
               05 NS-Fecha          PIC 9(8).
               05 NS-Cantidad       PIC 9(5).
               05 NS-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO NS-Mensaje
               MOVE 0 TO NS-Cantidad WS-Cant-Abiertas
                   WS-Cant-Instaladas WS-Cant-Anuladas
                   WS-Dias-Instalacion WS-Prom-Instalacion
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               MOVE WS-Fecha TO WS-Fecha-Paso
               IF NS-Fecha IS NUMERIC AND NS-Fecha > 0 THEN
                   MOVE NS-Fecha TO WS-Fecha-Paso
               END-IF
               PERFORM Iniciar-Meses
               EVALUATE NS-Accion
                   WHEN "S"
                       PERFORM Alta-Solicitud
                   WHEN "P"
                       PERFORM Avanzar-Solicitud
                   WHEN "M"
                       PERFORM Avanzar-Solicitud
                   WHEN "I"
                       PERFORM Avanzar-Solicitud
                   WHEN "X"
                       PERFORM Avanzar-Solicitud
                   WHEN "B"
                       PERFORM Listar-Pendientes
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO NS-Mensaje
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

           Alta-Solicitud.
               EVALUATE TRUE
                   WHEN NS-Solicitante = SPACES
                       MOVE "ERROR Falta el nombre del solicitante" TO
                           NS-Mensaje
                   WHEN NS-Direccion = SPACES
                       MOVE "ERROR Falta el domicilio del suministro" TO
                           NS-Mensaje
                   WHEN OTHER
                       PERFORM Avanzar-Secuencia
                       MOVE SPACES TO ConexionR
                       MOVE WS-Secuencia TO CX-Numero
                       MOVE NS-Solicitante TO CX-Solicitante
                       MOVE NS-Direccion TO CX-Direccion
                       IF NS-Tarifa = SPACES THEN
                           MOVE "01" TO CX-Tarifa
                       ELSE
                           MOVE NS-Tarifa TO CX-Tarifa
                       END-IF
                       MOVE NS-Zona TO CX-Zona
                       MOVE NS-Ruta TO CX-Ruta
                       MOVE 0 TO CX-Secuencia
                       IF NS-Secuencia IS NUMERIC THEN
                           MOVE NS-Secuencia TO CX-Secuencia
                       END-IF
                       MOVE "S" TO CX-Estado
                       MOVE WS-Fecha-Paso TO CX-FechaSolicitud
                       MOVE 0 TO CX-FechaPago CX-FechaMedidor
                           CX-FechaCierre CX-Cargo CX-Registro CX-ID
                       MOVE SPACES TO CX-Serie
                       OPEN EXTEND Conexiones
                       IF WS-File-StatusCnx NOT = '00' THEN
                           OPEN OUTPUT Conexiones
                       END-IF
                       WRITE ConexionR
                       CLOSE Conexiones
                       MOVE WS-Secuencia TO NS-Numero
                       STRING "Solicitud de conexion " WS-Secuencia
                           " registrada"
                           DELIMITED BY SIZE INTO NS-Mensaje
                       END-STRING
               END-EVALUATE
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

           *> Cada paso solo desde el anterior: S -> P -> M -> I; la
           *> anulacion desde cualquiera de los abiertos.
           Avanzar-Solicitud.
               PERFORM Buscar-Solicitud
               EVALUATE TRUE
                   WHEN WS-FlagHallada = 'N'
                       MOVE "ERROR Solicitud inexistente" TO NS-Mensaje
                   WHEN NS-Accion = "P" AND WS-Sol-Estado NOT = "S"
                       MOVE "ERROR La solicitud no esta en estado S (sol
      -                    "icitada)" TO NS-Mensaje
                   WHEN NS-Accion = "M" AND WS-Sol-Estado NOT = "P"
                       MOVE "ERROR La solicitud no tiene el cargo de con
      -                    "exion aceptado" TO NS-Mensaje
                   WHEN NS-Accion = "I" AND WS-Sol-Estado NOT = "M"
                       MOVE "ERROR La solicitud no tiene medidor asignad
      -                    "o" TO NS-Mensaje
                   WHEN NS-Accion = "X" AND
                        (WS-Sol-Estado = "I" OR WS-Sol-Estado = "X")
                       MOVE "ERROR La solicitud ya esta cerrada" TO
                           NS-Mensaje
                   WHEN NS-Accion = "P"
                       PERFORM Aceptar-Cargo
                   WHEN NS-Accion = "M"
                       PERFORM Asignar-Medidor
                   WHEN NS-Accion = "I"
                       PERFORM Instalar-Conexion
                   WHEN OTHER
                       PERFORM Anular-Solicitud
               END-EVALUATE
           EXIT.

           *> Deja en WS-Solicitud la solicitud NS-Numero.
           Buscar-Solicitud.
               MOVE 'N' TO WS-FlagHallada
               OPEN INPUT Conexiones
               IF WS-File-StatusCnx = '00' THEN
                   PERFORM UNTIL WS-FlagCnx = 'Y'
                       READ Conexiones INTO ConexionR
                           AT END
                               MOVE 'Y' TO WS-FlagCnx
                           NOT AT END
                               IF CX-Numero = NS-Numero THEN
                                   MOVE 'Y' TO WS-FlagHallada
                                   MOVE ConexionR TO WS-Solicitud
                                   MOVE 'Y' TO WS-FlagCnx
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Conexiones
                   MOVE 'N' TO WS-FlagCnx
               END-IF
           EXIT.

           *> El cargo queda fijado al aceptarlo, con el valor de
           *> Conexiones.CFG para la clase pedida.
           Aceptar-Cargo.
               PERFORM Cargar-Configuracion
               IF WS-FlagCargoClase = 'Y' THEN
                   MOVE WS-Cargo-Clase TO WS-Sol-Cargo
               ELSE
                   MOVE WS-Cargo-General TO WS-Sol-Cargo
               END-IF
               MOVE "P" TO WS-Sol-Estado
               MOVE WS-Fecha-Paso TO WS-Sol-FechaPago
               PERFORM Regrabar-Solicitudes
               MOVE WS-Sol-Cargo TO WS-Cargo-Imp
               STRING "Solicitud " WS-Sol-Numero " con cargo de conexi"
                   "on aceptado: " WS-Cargo-Imp
                   DELIMITED BY SIZE INTO NS-Mensaje
               END-STRING
           EXIT.

           Cargar-Configuracion.
               MOVE 0 TO WS-Cargo-General WS-Cargo-Clase
               MOVE 'N' TO WS-FlagCargoClase
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
               IF WS-Config-Clave = "CARGO" THEN
                   PERFORM Convertir-Importe
                   MOVE WS-Importe TO WS-Cargo-General
               END-IF
               IF WS-Config-Clave(1:5) = "CARGO" AND
                  WS-Config-Clave(6:2) = WS-Sol-Tarifa AND
                  WS-Config-Clave(8:1) = SPACE THEN
                   PERFORM Convertir-Importe
                   MOVE WS-Importe TO WS-Cargo-Clase
                   MOVE 'Y' TO WS-FlagCargoClase
               END-IF
           EXIT.

           Convertir-Importe.
               MOVE SPACES TO WS-Imp-Entera WS-Imp-Decimal
               UNSTRING WS-Config-Valor DELIMITED BY "."
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

           *> El medidor sale del stock de "Inventario" (ubicacion S,
           *> calibracion vigente a la fecha del paso) y queda
           *> reservado: ninguna otra solicitud abierta puede tomarlo.
           Asignar-Medidor.
               PERFORM Elegir-Serie
               EVALUATE TRUE
                   WHEN WS-FlagSerie = 'N' AND NS-Serie = SPACES
                       MOVE "ERROR No hay medidores libres en stock con
      -                    "la calibracion al dia" TO NS-Mensaje
                   WHEN WS-FlagSerie = 'N'
                       MOVE "ERROR El medidor no esta en stock o tiene l
      -                    "a calibracion vencida" TO NS-Mensaje
                   WHEN WS-FlagReservada = 'Y'
                       MOVE "ERROR El medidor ya esta asignado a otra so
      -                    "licitud" TO NS-Mensaje
                   WHEN WS-FlagPunto = 'Y'
                       MOVE "ERROR El medidor ya figura como suministro"
                           TO NS-Mensaje
                   WHEN OTHER
                       MOVE WS-Serie-Elegida TO WS-Sol-Serie
                       MOVE "M" TO WS-Sol-Estado
                       MOVE WS-Fecha-Paso TO WS-Sol-FechaMedidor
                       PERFORM Regrabar-Solicitudes
                       STRING "Solicitud " WS-Sol-Numero " con el medid"
                           "or " WS-Sol-Serie " asignado"
                           DELIMITED BY SIZE INTO NS-Mensaje
                       END-STRING
               END-EVALUATE
           EXIT.

           *> Con NS-Serie valida esa serie; en blanco toma la primera
           *> de stock que no este reservada ni sea ya un punto.
           Elegir-Serie.
               MOVE 'N' TO WS-FlagSerie WS-FlagReservada WS-FlagPunto
               MOVE SPACES TO WS-Serie-Elegida
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               PERFORM Evaluar-Serie
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
               IF NS-Serie NOT = SPACES AND WS-FlagSerie = 'Y' THEN
                   PERFORM Controlar-Reserva
                   PERFORM Controlar-Punto
               END-IF
           EXIT.

           Evaluar-Serie.
               IF IV-Ubicacion = 'S' AND
                  IV-FechaCalib >= WS-Fecha-Paso THEN
                   IF NS-Serie NOT = SPACES THEN
                       IF IV-Serie = NS-Serie THEN
                           MOVE 'Y' TO WS-FlagSerie
                           MOVE IV-Serie TO WS-Serie-Elegida
                       END-IF
                   ELSE
                       IF WS-FlagSerie = 'N' THEN
                           MOVE IV-Serie TO WS-Serie-Elegida
                           PERFORM Controlar-Reserva
                           PERFORM Controlar-Punto
                           IF WS-FlagReservada = 'N' AND
                              WS-FlagPunto = 'N' THEN
                               MOVE 'Y' TO WS-FlagSerie
                           END-IF
                           MOVE 'N' TO WS-FlagReservada WS-FlagPunto
                       END-IF
                   END-IF
               END-IF
           EXIT.

           Controlar-Reserva.
               MOVE 'N' TO WS-FlagReservada
               OPEN INPUT Conexiones
               IF WS-File-StatusCnx = '00' THEN
                   PERFORM UNTIL WS-FlagCnx = 'Y'
                       READ Conexiones INTO ConexionR
                           AT END
                               MOVE 'Y' TO WS-FlagCnx
                           NOT AT END
                               IF CX-Serie = WS-Serie-Elegida AND
                                  CX-Estado = "M" AND
                                  CX-Numero NOT = WS-Sol-Numero THEN
                                   MOVE 'Y' TO WS-FlagReservada
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Conexiones
                   MOVE 'N' TO WS-FlagCnx
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
                               IF SU-Medidor = WS-Serie-Elegida THEN
                                   MOVE 'Y' TO WS-FlagPunto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           *> Instalacion: se revalida el medidor reservado y el ID,
           *> y recien ahi se dan de alta el cliente (con el medidor,
           *> domicilio y clase de la solicitud) y el suministro con
           *> su ruta y zona, se instala el medidor en el inventario,
           *> la lectura inicial queda como ultimo registro, se abre
           *> el periodo del titular y el cargo queda pendiente para
           *> la primera factura.
           Instalar-Conexion.
               MOVE WS-Sol-Serie TO NS-Serie
               PERFORM Elegir-Serie
               PERFORM Elegir-ID
               EVALUATE TRUE
                   WHEN NS-Registro NOT NUMERIC
                       MOVE "ERROR Falta la lectura inicial del medidor"
                           TO NS-Mensaje
                   WHEN WS-FlagSerie = 'N'
                       MOVE "ERROR El medidor asignado ya no esta en sto
      -                    "ck o tiene la calibracion vencida" TO
                           NS-Mensaje
                   WHEN WS-FlagPunto = 'Y'
                       MOVE "ERROR El medidor asignado ya figura como su
      -                    "ministro" TO NS-Mensaje
                   WHEN WS-FlagCliente = 'Y'
                       MOVE "ERROR Ya existe un cliente con ese ID" TO
                           NS-Mensaje
                   WHEN OTHER
                       PERFORM Crear-Cuenta
               END-EVALUATE
           EXIT.

           *> NS-ID pedido (que no exista) o el siguiente al mayor
           *> del maestro.
           Elegir-ID.
               MOVE 'N' TO WS-FlagCliente
               MOVE 0 TO WS-Mayor-ID
               OPEN INPUT Maestro
               IF WS-File-StatusMas = '00' THEN
                   PERFORM UNTIL WS-FlagMas = 'Y'
                       READ Maestro INTO MaestroR
                           AT END
                               MOVE 'Y' TO WS-FlagMas
                           NOT AT END
                               IF M-ID > WS-Mayor-ID THEN
                                   MOVE M-ID TO WS-Mayor-ID
                               END-IF
                               IF NS-ID IS NUMERIC AND NS-ID > 0 AND
                                  M-ID = NS-ID THEN
                                   MOVE 'Y' TO WS-FlagCliente
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Maestro
                   MOVE 'N' TO WS-FlagMas
               END-IF
               IF NS-ID IS NUMERIC AND NS-ID > 0 THEN
                   MOVE NS-ID TO WS-Sol-ID
               ELSE
                   COMPUTE WS-Sol-ID = WS-Mayor-ID + 1
               END-IF
           EXIT.

           Crear-Cuenta.
               MOVE "A" TO CL-Accion
               MOVE WS-Sol-ID TO CL-ID-Ent
               MOVE WS-Sol-Solicitante TO CL-Nombre-Ent
               MOVE WS-Sol-Serie TO CL-Medidor-Ent
               MOVE WS-Sol-Direccion TO CL-Direccion-Ent
               MOVE WS-Sol-Tarifa TO CL-Tarifa-Ent
               CALL "Clientes" USING WS-Clientes-Parametros
               IF CL-Mensaje(1:5) = "ERROR" THEN
                   MOVE CL-Mensaje TO NS-Mensaje
               ELSE
                   PERFORM Crear-Suministro
               END-IF
               IF NS-Mensaje = SPACES THEN
                   MOVE "I" TO IM-Accion
                   MOVE WS-Sol-Serie TO IM-Serie IM-Suministro
                   MOVE SPACES TO IM-Marca IM-Modelo IM-Serie-Nueva
                       IM-Ubicacion
                   MOVE 0 TO IM-Multiplicador IM-Registro-Nuevo
                       IM-Dias
                   MOVE NS-Registro TO IM-Registro
                   MOVE WS-Fecha-Paso TO IM-Fecha
                   CALL "Inventario" USING WS-Inventario-Parametros
                   IF IM-Mensaje(1:5) = "ERROR" THEN
                       MOVE IM-Mensaje TO NS-Mensaje
                   END-IF
               END-IF
               *> Con el cliente ya creado la solicitud se cierra igual
               *> y el error queda en el mensaje para completar a mano
               *> el paso que fallo.
               MOVE NS-Registro TO WS-Sol-Registro
               IF CL-Mensaje(1:5) NOT = "ERROR" THEN
                   PERFORM Actualizar-Registro
                   PERFORM Abrir-Titular
                   IF WS-Sol-Cargo > 0 THEN
                       PERFORM Registrar-Cargo
                   END-IF
                   MOVE "I" TO WS-Sol-Estado
                   MOVE WS-Fecha-Paso TO WS-Sol-FechaCierre
                   PERFORM Regrabar-Solicitudes
                   MOVE WS-Sol-ID TO NS-ID
                   IF NS-Mensaje = SPACES THEN
                       STRING "Conexion " WS-Sol-Numero " instalada: c"
                           "liente " WS-Sol-ID ", suministro "
                           WS-Sol-Serie
                           DELIMITED BY SIZE INTO NS-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           Crear-Suministro.
               MOVE "A" TO SM-Accion
               MOVE WS-Sol-Serie TO SM-Medidor
               MOVE WS-Sol-ID TO SM-ID
               MOVE WS-Sol-Direccion TO SM-Direccion
               MOVE WS-Sol-Tarifa TO SM-Tarifa
               MOVE WS-Sol-Ruta TO SM-Ruta
               MOVE WS-Sol-Secuencia TO SM-Secuencia
               MOVE WS-Sol-Zona TO SM-Zona
               CALL "Suministros" USING WS-Suministros-Parametros
               IF SM-Mensaje(1:5) = "ERROR" THEN
                   MOVE SM-Mensaje TO NS-Mensaje
               END-IF
               IF NS-Mensaje = SPACES AND WS-Sol-Ruta NOT = SPACES
                  THEN
                   MOVE "R" TO SM-Accion
                   CALL "Suministros" USING WS-Suministros-Parametros
                   IF SM-Mensaje(1:5) = "ERROR" THEN
                       MOVE SM-Mensaje TO NS-Mensaje
                   END-IF
               END-IF
               IF NS-Mensaje = SPACES AND WS-Sol-Zona NOT = SPACES
                  THEN
                   MOVE "Z" TO SM-Accion
                   CALL "Suministros" USING WS-Suministros-Parametros
                   IF SM-Mensaje(1:5) = "ERROR" THEN
                       MOVE SM-Mensaje TO NS-Mensaje
                   END-IF
               END-IF
           EXIT.

           *> Regraba Medidores.DAT con la lectura inicial como ultimo
           *> registro del medidor, mismo criterio que "Mudanzas".
           Actualizar-Registro.
               MOVE 'N' TO WS-FlagRegPrevio
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
               IF MD-Medidor = WS-Sol-Serie THEN
                   MOVE 'Y' TO WS-FlagRegPrevio
                   PERFORM Armar-Registro-Medidor
               END-IF
               MOVE MedidorR TO MedTrabajoR
               WRITE MedTrabajoR
           EXIT.

           Armar-Registro-Medidor.
               MOVE WS-Sol-Serie TO MD-Medidor
               MOVE WS-Sol-Registro TO MD-Registro
               MOVE WS-Fecha-Paso TO WS-Fec-Aux
               MOVE WS-MesNombre(WS-Fec-Mes) TO MD-Mes
               MOVE WS-Fecha-Paso TO MD-Fecha
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

           Abrir-Titular.
               MOVE WS-Sol-Serie TO TT-Medidor
               MOVE WS-Sol-ID TO TT-ID
               MOVE WS-Fecha-Paso TO TT-Desde
               MOVE WS-Sol-Registro TO TT-RegDesde
               MOVE 0 TO TT-Hasta TT-RegHasta TT-Factura TT-Saldo
               MOVE SPACE TO TT-Destino
               OPEN EXTEND Titulares
               IF WS-File-StatusTit NOT = '00' THEN
                   OPEN OUTPUT Titulares
               END-IF
               IF WS-File-StatusTit = '00' THEN
                   WRITE TitularR
                   CLOSE Titulares
               END-IF
           EXIT.

           Registrar-Cargo.
               MOVE "C" TO CG-Tipo
               MOVE WS-Sol-ID TO CG-ID
               MOVE WS-Sol-Serie TO CG-Medidor
               MOVE WS-Sol-Numero TO CG-Solicitud
               MOVE WS-Sol-Cargo TO CG-Importe
               MOVE 0 TO CG-Factura
               MOVE WS-Fecha-Paso TO CG-Fecha
               OPEN EXTEND Cargos
               IF WS-File-StatusCar NOT = '00' THEN
                   OPEN OUTPUT Cargos
               END-IF
               WRITE CargoR
               CLOSE Cargos
           EXIT.

           Anular-Solicitud.
               MOVE "X" TO WS-Sol-Estado
               MOVE WS-Fecha-Paso TO WS-Sol-FechaCierre
               PERFORM Regrabar-Solicitudes
               STRING "Solicitud " WS-Sol-Numero " anulada"
                   DELIMITED BY SIZE INTO NS-Mensaje
               END-STRING
           EXIT.

           *> Copia las solicitudes al trabajo con WS-Solicitud en
           *> lugar de la suya y lo vuelca.
           Regrabar-Solicitudes.
               OPEN OUTPUT CnxTrabajo
               OPEN INPUT Conexiones
               IF WS-File-StatusCnx = '00' THEN
                   PERFORM UNTIL WS-FlagCnx = 'Y'
                       READ Conexiones INTO ConexionR
                           AT END
                               MOVE 'Y' TO WS-FlagCnx
                           NOT AT END
                               IF CX-Numero = WS-Sol-Numero THEN
                                   MOVE WS-Solicitud TO CnxTrabajoR
                               ELSE
                                   MOVE ConexionR TO CnxTrabajoR
                               END-IF
                               WRITE CnxTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Conexiones
                   MOVE 'N' TO WS-FlagCnx
               END-IF
               CLOSE CnxTrabajo
               PERFORM Volcar-Trabajo
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT CnxTrabajo
               OPEN OUTPUT Conexiones
               PERFORM UNTIL WS-FlagTrb = 'Y'
                   READ CnxTrabajo INTO CnxTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagTrb
                       NOT AT END
                           MOVE CnxTrabajoR TO ConexionR
                           WRITE ConexionR
                   END-READ
               END-PERFORM
               CLOSE CnxTrabajo
               CLOSE Conexiones
               MOVE 'N' TO WS-FlagTrb
               DELETE FILE CnxTrabajo
           EXIT.

           *> Pendientes agrupadas por estado (una pasada por estado),
           *> con los dias abiertas desde la solicitud; al final el
           *> cuadro por bandas y lo que tardaron las instaladas.
           Listar-Pendientes.
               PERFORM Iniciar-Estados
               MOVE WS-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Hoy = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               OPEN INPUT Conexiones
               IF WS-File-StatusCnx NOT = '00' THEN
                   MOVE "ERROR No hay solicitudes de conexion" TO
                       NS-Mensaje
               ELSE
                   CLOSE Conexiones
                   OPEN OUTPUT Pendientes
                   MOVE SPACES TO Pendiente-R
                   STRING "Solicitudes de conexion pendientes al "
                       WS-Fecha
                       DELIMITED BY SIZE INTO Pendiente-R
                   END-STRING
                   WRITE Pendiente-R
                   PERFORM VARYING WS-IdxEst FROM 1 BY 1
                       UNTIL WS-IdxEst > 3
                       PERFORM Listar-Estado
                   END-PERFORM
                   PERFORM Sumar-Cerradas
                   PERFORM Escribir-Cuadro
                   CLOSE Pendientes
                   MOVE WS-Cant-Abiertas TO NS-Cantidad
                   STRING "Pendientes en ConexionesPendientes.Txt, abi"
                       "ertas: " WS-Cant-Abiertas " instaladas: "
                       WS-Cant-Instaladas
                       DELIMITED BY SIZE INTO NS-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Iniciar-Estados.
               MOVE "S" TO WS-Est-Codigo(1)
               MOVE "Solicitadas" TO WS-Est-Nombre(1)
               MOVE "P" TO WS-Est-Codigo(2)
               MOVE "Cargo aceptado, sin medidor" TO WS-Est-Nombre(2)
               MOVE "M" TO WS-Est-Codigo(3)
               MOVE "Medidor asignado, sin instalar" TO
                   WS-Est-Nombre(3)
               PERFORM VARYING WS-IdxEst FROM 1 BY 1
                   UNTIL WS-IdxEst > 3
                   MOVE 0 TO WS-Est-Cant(WS-IdxEst)
                       WS-Est-Banda1(WS-IdxEst)
                       WS-Est-Banda2(WS-IdxEst)
                       WS-Est-Banda3(WS-IdxEst)
                       WS-Est-Banda4(WS-IdxEst)
                       WS-Est-Maximo(WS-IdxEst)
               END-PERFORM
           EXIT.

           Listar-Estado.
               MOVE SPACES TO Pendiente-R
               WRITE Pendiente-R
               STRING WS-Est-Codigo(WS-IdxEst) " - "
                   WS-Est-Nombre(WS-IdxEst)
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
               MOVE SPACES TO Pendiente-R
               STRING "Solicitud | Solicitante                        "
                   "      | Clase | Zona | Ruta | Solicitada | "
                   "Ult.paso | Dias  | Medidor"
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
               OPEN INPUT Conexiones
               PERFORM UNTIL WS-FlagCnx = 'Y'
                   READ Conexiones INTO ConexionR
                       AT END
                           MOVE 'Y' TO WS-FlagCnx
                       NOT AT END
                           IF CX-Estado = WS-Est-Codigo(WS-IdxEst) THEN
                               PERFORM Listar-Solicitud
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Conexiones
               MOVE 'N' TO WS-FlagCnx
               MOVE SPACES TO Pendiente-R
               STRING "  Abiertas: " WS-Est-Cant(WS-IdxEst)
                   "  La mas antigua: " WS-Est-Maximo(WS-IdxEst)
                   " dias"
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
           EXIT.

           Listar-Solicitud.
               MOVE CX-FechaSolicitud TO WS-Fec-Aux
               COMPUTE WS-Dias-Desde = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               IF WS-Dias-Hoy > WS-Dias-Desde THEN
                   COMPUTE WS-Dias-Abierta = WS-Dias-Hoy - WS-Dias-Desde
               ELSE
                   MOVE 0 TO WS-Dias-Abierta
               END-IF
               ADD 1 TO WS-Est-Cant(WS-IdxEst)
               ADD 1 TO WS-Cant-Abiertas
               EVALUATE TRUE
                   WHEN WS-Dias-Abierta <= 15
                       ADD 1 TO WS-Est-Banda1(WS-IdxEst)
                   WHEN WS-Dias-Abierta <= 30
                       ADD 1 TO WS-Est-Banda2(WS-IdxEst)
                   WHEN WS-Dias-Abierta <= 60
                       ADD 1 TO WS-Est-Banda3(WS-IdxEst)
                   WHEN OTHER
                       ADD 1 TO WS-Est-Banda4(WS-IdxEst)
               END-EVALUATE
               IF WS-Dias-Abierta > WS-Est-Maximo(WS-IdxEst) THEN
                   MOVE WS-Dias-Abierta TO WS-Est-Maximo(WS-IdxEst)
               END-IF
               EVALUATE CX-Estado
                   WHEN "P"
                       MOVE CX-FechaPago TO WS-Fec-Aux
                   WHEN "M"
                       MOVE CX-FechaMedidor TO WS-Fec-Aux
                   WHEN OTHER
                       MOVE CX-FechaSolicitud TO WS-Fec-Aux
               END-EVALUATE
               MOVE SPACES TO Pendiente-R
               STRING CX-Numero "    | " CX-Solicitante " | "
                   CX-Tarifa "    | " CX-Zona "  | " CX-Ruta "  | "
                   CX-FechaSolicitud "   | " WS-Fec-Aux " | "
                   WS-Dias-Abierta " | " CX-Serie
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
           EXIT.

           *> Instaladas y anuladas, con el promedio de dias desde la
           *> solicitud hasta la instalacion.
           Sumar-Cerradas.
               OPEN INPUT Conexiones
               PERFORM UNTIL WS-FlagCnx = 'Y'
                   READ Conexiones INTO ConexionR
                       AT END
                           MOVE 'Y' TO WS-FlagCnx
                       NOT AT END
                           EVALUATE CX-Estado
                               WHEN "I"
                                   PERFORM Sumar-Instalada
                               WHEN "X"
                                   ADD 1 TO WS-Cant-Anuladas
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE Conexiones
               MOVE 'N' TO WS-FlagCnx
               IF WS-Cant-Instaladas > 0 THEN
                   COMPUTE WS-Prom-Instalacion ROUNDED =
                       WS-Dias-Instalacion / WS-Cant-Instaladas
               END-IF
           EXIT.

           Sumar-Instalada.
               ADD 1 TO WS-Cant-Instaladas
               MOVE CX-FechaSolicitud TO WS-Fec-Aux
               COMPUTE WS-Dias-Desde = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               MOVE CX-FechaCierre TO WS-Fec-Aux
               COMPUTE WS-Dias-Hasta = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               IF WS-Dias-Hasta > WS-Dias-Desde THEN
                   COMPUTE WS-Dias-Instalacion = WS-Dias-Instalacion +
                       WS-Dias-Hasta - WS-Dias-Desde
               END-IF
           EXIT.

           Escribir-Cuadro.
               MOVE SPACES TO Pendiente-R
               WRITE Pendiente-R
               MOVE SPACES TO Pendiente-R
               STRING "Estado | Abiertas | 0-15  | 16-30 | 31-60 | "
                   "+60   | Mas antigua"
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
               PERFORM VARYING WS-IdxEst FROM 1 BY 1
                   UNTIL WS-IdxEst > 3
                   MOVE SPACES TO Pendiente-R
                   STRING WS-Est-Codigo(WS-IdxEst) "      | "
                       WS-Est-Cant(WS-IdxEst) "    | "
                       WS-Est-Banda1(WS-IdxEst) " | "
                       WS-Est-Banda2(WS-IdxEst) " | "
                       WS-Est-Banda3(WS-IdxEst) " | "
                       WS-Est-Banda4(WS-IdxEst) " | "
                       WS-Est-Maximo(WS-IdxEst)
                       DELIMITED BY SIZE INTO Pendiente-R
                   END-STRING
                   WRITE Pendiente-R
               END-PERFORM
               MOVE SPACES TO Pendiente-R
               STRING "Total abiertas: " WS-Cant-Abiertas
                   "  Instaladas: " WS-Cant-Instaladas
                   " (promedio " WS-Prom-Instalacion " dias)"
                   "  Anuladas: " WS-Cant-Anuladas
                   DELIMITED BY SIZE INTO Pendiente-R
               END-STRING
               WRITE Pendiente-R
           EXIT.
