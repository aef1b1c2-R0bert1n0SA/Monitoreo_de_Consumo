       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroIVA AS "LibroIVA".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Libro IVA ventas del mes: todos los comprobantes
           *> fiscales (facturas del historico y notas de credito y
           *> debito) con base gravada, impuesto a la alicuota de la
           *> version tarifaria vigente, exento, subsidio y total, con
           *> subtotales por clase tarifaria y dia, y el archivo de
           *> formato fijo para la presentacion. Antes de generar el
           *> archivo se controla la numeracion de facturas y notas.
           *> CUIT= de la empresa y CATEGxx= condicion frente al
           *> impuesto de los clientes de la clase xx (CF consumidor
           *> final por omision).
           SELECT Config ASSIGN TO 'LibroIVA.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Historico de facturas en texto, el que se mantiene al
           *> dia junto con el indexado.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Cargos de conexion aplicados (lineas A): van dentro del
           *> total de la factura sin impuesto, como exento.
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCgc.

           *> Maestro indexado: nombre y clase del cliente de cada
           *> nota, que no los trae.
           SELECT ClientesIDX ASSIGN TO 'ClientesIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ID
               FILE STATUS IS WS-File-StatusCIdx.

           *> Catalogo de versiones tarifarias y archivo de cada
           *> version, de donde sale la alicuota IMPUESTO= vigente a
           *> la fecha de cada comprobante.
           SELECT Versiones ASSIGN TO 'TarifasVersiones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVer.

           SELECT Tarifas ASSIGN TO WS-Archivo-Tarifas
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTar.

           *> Comprobantes del mes ya calculados; se ordenan una vez
           *> por serie y numero para el control de numeracion y otra
           *> por clase, dia, tipo y numero para el libro.
           SELECT Documentos ASSIGN TO 'LibroIVATrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDoc.

           SELECT DocOrden ASSIGN TO 'LibroIVAOrd.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDor.

           SELECT Work-FileD ASSIGN TO SORT-WORK.

           SELECT Libro ASSIGN TO WS-Archivo-Libro
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLib.

           *> Archivo de presentacion: cabecera, un detalle por
           *> comprobante y cola con cantidad y sumas de control.
           SELECT Presentacion ASSIGN TO WS-Archivo-Presentacion
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPre.

       DATA DIVISION.
       FILE SECTION.
       FD Config.
       01 Config-R                  PIC X(80).

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

       FD Cargos.
       01 CargoR.
           05 CG-Tipo               PIC X(1).
           05 CG-ID                 PIC 9(5).
           05 CG-Medidor            PIC X(10).
           05 CG-Solicitud          PIC 9(6).
           05 CG-Importe            PIC 9(8)V99.
           05 CG-Factura            PIC 9(8).
           05 CG-Fecha              PIC 9(8).

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

       FD Documentos.
       01 DocumentoR.
           05 DL-Clase              PIC X(2).
           05 DL-Fecha              PIC 9(8).
           *> Serie de numeracion: FA facturas, NT notas (NC y ND
           *> comparten el correlativo NotasSec.DAT).
           05 DL-Serie              PIC X(2).
           05 DL-Tipo               PIC X(2).
           05 DL-Numero             PIC 9(8).
           05 DL-ID                 PIC 9(5).
           05 DL-Nombre             PIC X(40).
           05 DL-Categoria          PIC X(2).
           05 DL-Alicuota           PIC 9(2)V99.
           05 DL-Gravado            PIC 9(11)V99.
           05 DL-Impuesto           PIC 9(11)V99.
           05 DL-Exento             PIC 9(11)V99.
           05 DL-Subsidio           PIC 9(11)V99.
           05 DL-Total              PIC 9(11)V99.

       FD DocOrden.
       01 DocOrdenR.
           05 DO-Clase              PIC X(2).
           05 DO-Fecha              PIC 9(8).
           05 DO-Serie              PIC X(2).
           05 DO-Tipo               PIC X(2).
           05 DO-Numero             PIC 9(8).
           05 DO-ID                 PIC 9(5).
           05 DO-Nombre             PIC X(40).
           05 DO-Categoria          PIC X(2).
           05 DO-Alicuota           PIC 9(2)V99.
           05 DO-Gravado            PIC 9(11)V99.
           05 DO-Impuesto           PIC 9(11)V99.
           05 DO-Exento             PIC 9(11)V99.
           05 DO-Subsidio           PIC 9(11)V99.
           05 DO-Total              PIC 9(11)V99.

       SD Work-FileD.
       01 WorkRD.
           05 WD-Clase              PIC X(2).
           05 WD-Fecha              PIC 9(8).
           05 WD-Serie              PIC X(2).
           05 WD-Tipo               PIC X(2).
           05 WD-Numero             PIC 9(8).
           05 FILLER                PIC X(116).

       FD Libro.
       01 Libro-R                   PIC X(132).

       FD Presentacion.
       01 Presentacion-R            PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusCgc     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusVer     PIC XX.
               05 WS-File-StatusTar     PIC XX.
               05 WS-File-StatusDoc     PIC XX.
               05 WS-File-StatusDor     PIC XX.
               05 WS-File-StatusLib     PIC XX.
               05 WS-File-StatusPre     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagCgc            PIC X(1) VALUE 'N'.
               05 WS-FlagVer            PIC X(1) VALUE 'N'.
               05 WS-FlagTar            PIC X(1) VALUE 'N'.
               05 WS-FlagDor            PIC X(1) VALUE 'N'.
               *> 'Y' cuando ClientesIDX.DAT abrio bien.
               05 WS-FlagIndice         PIC X(1) VALUE 'N'.
               *> 'Y' si la numeracion no tiene saltos ni repetidos:
               *> solo entonces se genera el archivo de presentacion.
               05 WS-FlagPresentar      PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Fec-Hoy REDEFINES WS-Fecha.
               05 WS-Hoy-Anio       PIC 9(4).
               05 WS-Hoy-Mes        PIC 9(2).
               05 WS-Hoy-Dia        PIC 9(2).
           01 WS-Periodo            PIC 9(6).
           01 WS-Per-Partes REDEFINES WS-Periodo.
               05 WS-Per-Anio       PIC 9(4).
               05 WS-Per-Mes        PIC 9(2).
           01 WS-Per-Desde          PIC 9(8).
           01 WS-Per-Hasta          PIC 9(8).
           01 WS-Archivo-Libro      PIC X(30).
           01 WS-Archivo-Presentacion PIC X(30).
           01 WS-Archivo-Tarifas    PIC X(30) VALUE 'Tarifas.CFG'.
           01 WS-Config-Clave       PIC X(10).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Cuit               PIC X(11) VALUE '00000000000'.
           *> Condicion frente al impuesto por clase tarifaria.
           01 WS-Categorias.
               05 WS-Cant-Categorias PIC 9(2) VALUE 0.
               05 WS-Cat-Fila OCCURS 20 TIMES.
                   10 WS-Cat-Clase      PIC X(2).
                   10 WS-Cat-Codigo     PIC X(2).
           01 WS-Categoria          PIC X(2).
           *> Versiones tarifarias con la alicuota de cada una; la
           *> fila 0 de hecho es Tarifas.CFG (WS-Alicuota-Base), la
           *> que rige antes de la primera version o sin catalogo.
           01 WS-Versiones.
               05 WS-Cant-Versiones PIC 9(2) VALUE 0.
               05 WS-Ver-Fila OCCURS 50 TIMES.
                   10 WS-Ver-Desde      PIC 9(8).
                   10 WS-Ver-Archivo    PIC X(30).
                   10 WS-Ver-Alicuota   PIC 9(2)V99.
           01 WS-Alicuota-Base      PIC 9(2)V99 VALUE 0.
           01 WS-Alicuota           PIC 9(2)V99.
           01 WS-Alicuota-Leida     PIC 9(2)V99.
           01 WS-Mejor-Desde        PIC 9(8).
           01 WS-Version-Clave      PIC X(10).
           01 WS-Version-Archivo    PIC X(30).
           01 WS-Tarifa-Clave       PIC X(10).
           01 WS-Tarifa-Valor       PIC X(15).
           01 WS-Imp-Entera         PIC X(7).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(7).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(7)V99.
           *> Cargos de conexion aplicados en el mes, por factura.
           01 WS-Cargos.
               05 WS-Cant-Cargos    PIC 9(4) VALUE 0.
               05 WS-Cargo-Fila OCCURS 2000 TIMES.
                   10 WS-Cgc-Factura    PIC 9(8).
                   10 WS-Cgc-Importe    PIC 9(8)V99.
           01 WS-Idx                PIC 9(4).
           01 WS-Nota-Importe       PIC 9(10)V99.
           *> Ultimo numero de cada serie antes del mes: el primero
           *> del mes tiene que ser el siguiente.
           01 WS-Ant-Factura        PIC 9(8) VALUE 0.
           01 WS-Ant-Nota           PIC 9(8) VALUE 0.
           01 WS-Serie-Ant          PIC X(2).
           01 WS-Numero-Ant         PIC 9(8).
           01 WS-Falta-Desde        PIC 9(8).
           01 WS-Falta-Hasta        PIC 9(8).
           01 WS-Cant-Saltos        PIC 9(5) VALUE 0.
           01 WS-Cant-Repetidos     PIC 9(5) VALUE 0.
           01 WS-Cant-Documentos    PIC 9(5) VALUE 0.
           *> Cortes del libro: clase y dia en curso.
           01 WS-Clase-Ant          PIC X(2).
           01 WS-Fecha-Ant          PIC 9(8).
           *> Totales por nivel: 1 dia, 2 clase, 3 periodo. Las NC
           *> restan.
           01 WS-Totales.
               05 WS-Tot-Fila OCCURS 3 TIMES.
                   10 WS-Tot-Cantidad   PIC 9(5).
                   10 WS-Tot-Gravado    PIC S9(13)V99.
                   10 WS-Tot-Impuesto   PIC S9(13)V99.
                   10 WS-Tot-Exento     PIC S9(13)V99.
                   10 WS-Tot-Subsidio   PIC S9(13)V99.
                   10 WS-Tot-Total      PIC S9(13)V99.
           01 WS-Nivel              PIC 9(1).
           01 WS-Signo              PIC S9(1).
           01 WS-Linea.
               05 WS-Lin-Tipo       PIC X(2).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Numero     PIC 9(8).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Fecha      PIC 9(8).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-ID         PIC 9(5).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Nombre     PIC X(18).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Categoria  PIC X(2).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Alicuota   PIC Z9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Gravado    PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Impuesto   PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Exento     PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Subsidio   PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-Lin-Total      PIC -Z(9)9.99.
           01 WS-Linea-Total.
               05 WS-LT-Texto       PIC X(54).
               05 WS-LT-Gravado     PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-Impuesto    PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-Exento      PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-Subsidio    PIC -Z(9)9.99.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-Total       PIC -Z(9)9.99.
           01 WS-Cantidad-Imp       PIC ZZZZ9.
           *> Registros del archivo de presentacion (120 bytes).
           01 WS-Header.
               05 WS-Hdr-Tipo       PIC X(1) VALUE 'H'.
               05 WS-Hdr-Cuit       PIC X(11).
               05 WS-Hdr-Periodo    PIC 9(6).
               05 WS-Hdr-Generado   PIC 9(8).
               05 FILLER            PIC X(94) VALUE SPACES.
           01 WS-Detalle.
               05 WS-Det-Tipo       PIC X(1) VALUE 'D'.
               05 WS-Det-Comprob    PIC X(2).
               05 WS-Det-Numero     PIC 9(8).
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-ID         PIC 9(5).
               05 WS-Det-Categoria  PIC X(2).
               05 WS-Det-Clase      PIC X(2).
               05 WS-Det-Alicuota   PIC 9(2)V99.
               05 WS-Det-Gravado    PIC 9(11)V99.
               05 WS-Det-Impuesto   PIC 9(11)V99.
               05 WS-Det-Exento     PIC 9(11)V99.
               05 WS-Det-Subsidio   PIC 9(11)V99.
               05 WS-Det-Total      PIC 9(11)V99.
               05 FILLER            PIC X(23) VALUE SPACES.
           *> Sumas de control: importes de todos los comprobantes,
           *> sin signo (el tipo de cada detalle dice si resta).
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Gravado    PIC 9(13)V99.
               05 WS-Trl-Impuesto   PIC 9(13)V99.
               05 WS-Trl-Total      PIC 9(13)V99.
               05 FILLER            PIC X(68) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "L" arma el libro del mes LV-Periodo (AAAAMM; cero =
               *> el mes anterior) en LibroIVA_AAAAMM.Txt y, con la
               *> numeracion sin saltos ni repetidos, el archivo de
               *> presentacion IVAVentas_AAAAMM.DAT.
               05 LV-Accion         PIC X(1).
               05 LV-Periodo        PIC 9(6).
               05 LV-Cantidad       PIC 9(5).
               05 LV-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO LV-Mensaje
               MOVE 0 TO LV-Cantidad
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE LV-Accion
                   WHEN "L"
                       PERFORM Generar-Libro
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO LV-Mensaje
               END-EVALUATE
           EXIT.

           Generar-Libro.
               IF LV-Periodo = 0 THEN
                   MOVE WS-Hoy-Anio TO WS-Per-Anio
                   MOVE WS-Hoy-Mes TO WS-Per-Mes
                   SUBTRACT 1 FROM WS-Per-Mes
                   IF WS-Per-Mes = 0 THEN
                       MOVE 12 TO WS-Per-Mes
                       SUBTRACT 1 FROM WS-Per-Anio
                   END-IF
                   MOVE WS-Periodo TO LV-Periodo
               ELSE
                   MOVE LV-Periodo TO WS-Periodo
               END-IF
               IF WS-Per-Mes < 1 OR WS-Per-Mes > 12 THEN
                   MOVE "ERROR Periodo invalido (AAAAMM)" TO
                       LV-Mensaje
               ELSE
                   COMPUTE WS-Per-Desde = WS-Periodo * 100 + 1
                   COMPUTE WS-Per-Hasta = WS-Periodo * 100 + 31
                   MOVE SPACES TO WS-Archivo-Libro
                       WS-Archivo-Presentacion
                   STRING "LibroIVA_" WS-Periodo ".Txt"
                       DELIMITED BY SIZE INTO WS-Archivo-Libro
                   END-STRING
                   STRING "IVAVentas_" WS-Periodo ".DAT"
                       DELIMITED BY SIZE INTO WS-Archivo-Presentacion
                   END-STRING
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasHist.Txt"
                           TO LV-Mensaje
                   ELSE
                       CLOSE Historico
                       PERFORM Armar-Libro
                   END-IF
               END-IF
           EXIT.

           Armar-Libro.
               PERFORM Cargar-Configuracion
               PERFORM Cargar-Versiones
               PERFORM Cargar-Cargos
               MOVE 0 TO WS-Cant-Documentos WS-Ant-Factura
                   WS-Ant-Nota WS-Cant-Saltos WS-Cant-Repetidos
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE 'Y' TO WS-FlagIndice
               ELSE
                   MOVE 'N' TO WS-FlagIndice
               END-IF
               OPEN OUTPUT Documentos
               PERFORM Leer-Facturas
               PERFORM Leer-Notas
               CLOSE Documentos
               IF WS-FlagIndice = 'Y' THEN
                   CLOSE ClientesIDX
               END-IF
               OPEN OUTPUT Libro
               MOVE SPACES TO Libro-R
               STRING "LIBRO IVA VENTAS - Periodo " WS-Periodo
                   " - CUIT " WS-Cuit " - Emitido " WS-Fecha
                   DELIMITED BY SIZE INTO Libro-R
               END-STRING
               WRITE Libro-R
               MOVE ALL "=" TO Libro-R
               WRITE Libro-R
               PERFORM Controlar-Numeracion
               PERFORM Escribir-Libro
               CLOSE Libro
               DELETE FILE Documentos
               DELETE FILE DocOrden
               MOVE WS-Cant-Documentos TO LV-Cantidad
               IF WS-FlagPresentar = 'Y' THEN
                   STRING "Libro IVA ventas " WS-Periodo ": "
                       WS-Cant-Documentos " comprobantes, archivo "
                       WS-Archivo-Presentacion
                       DELIMITED BY SIZE INTO LV-Mensaje
                   END-STRING
               ELSE
                   STRING "ERROR Sin archivo IVA: saltos "
                       WS-Cant-Saltos " repetidos " WS-Cant-Repetidos
                       ", ver "
                       WS-Archivo-Libro
                       DELIMITED BY SIZE INTO LV-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Cargar-Configuracion.
               MOVE 0 TO WS-Cant-Categorias
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
               IF WS-Config-Clave = "CUIT" THEN
                   MOVE WS-Config-Valor(1:11) TO WS-Cuit
               END-IF
               IF WS-Config-Clave(1:5) = "CATEG" AND
                  WS-Config-Clave(8:1) = SPACE AND
                  WS-Cant-Categorias < 20 THEN
                   ADD 1 TO WS-Cant-Categorias
                   MOVE WS-Config-Clave(6:2) TO
                       WS-Cat-Clase(WS-Cant-Categorias)
                   MOVE WS-Config-Valor(1:2) TO
                       WS-Cat-Codigo(WS-Cant-Categorias)
               END-IF
           EXIT.

           *> Deja en WS-Categoria la condicion de la clase DL-Clase;
           *> CF si la clase no figura en la configuracion.
           Buscar-Categoria.
               MOVE "CF" TO WS-Categoria
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Categorias
                   IF WS-Cat-Clase(WS-Idx) = DL-Clase THEN
                       MOVE WS-Cat-Codigo(WS-Idx) TO WS-Categoria
                   END-IF
               END-PERFORM
           EXIT.

           *> Alicuota de Tarifas.CFG y de cada version del catalogo
           *> (mismo criterio de vigencia que "Facturacion").
           Cargar-Versiones.
               MOVE 'Tarifas.CFG' TO WS-Archivo-Tarifas
               PERFORM Leer-Alicuota
               MOVE WS-Alicuota-Leida TO WS-Alicuota-Base
               MOVE 0 TO WS-Cant-Versiones
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
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Versiones
                   MOVE WS-Ver-Archivo(WS-Idx) TO WS-Archivo-Tarifas
                   PERFORM Leer-Alicuota
                   MOVE WS-Alicuota-Leida TO WS-Ver-Alicuota(WS-Idx)
               END-PERFORM
           EXIT.

           Evaluar-Version.
               MOVE SPACES TO WS-Version-Clave WS-Version-Archivo
               UNSTRING Version-R DELIMITED BY "="
                   INTO WS-Version-Clave, WS-Version-Archivo
               END-UNSTRING
               IF WS-Version-Clave(1:8) IS NUMERIC AND
                  WS-Cant-Versiones < 50 THEN
                   ADD 1 TO WS-Cant-Versiones
                   MOVE WS-Version-Clave(1:8) TO
                       WS-Ver-Desde(WS-Cant-Versiones)
                   MOVE WS-Version-Archivo TO
                       WS-Ver-Archivo(WS-Cant-Versiones)
               END-IF
           EXIT.

           Leer-Alicuota.
               MOVE 0 TO WS-Alicuota-Leida
               OPEN INPUT Tarifas
               IF WS-File-StatusTar = '00' THEN
                   PERFORM UNTIL WS-FlagTar = 'Y'
                       READ Tarifas INTO Tarifas-R
                           AT END
                               MOVE 'Y' TO WS-FlagTar
                           NOT AT END
                               MOVE SPACES TO WS-Tarifa-Clave
                                   WS-Tarifa-Valor
                               UNSTRING Tarifas-R DELIMITED BY "="
                                   INTO WS-Tarifa-Clave, WS-Tarifa-Valor
                               END-UNSTRING
                               IF WS-Tarifa-Clave = "IMPUESTO" THEN
                                   PERFORM Convertir-Importe
                                   MOVE WS-Importe TO WS-Alicuota-Leida
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Tarifas
                   MOVE 'N' TO WS-FlagTar
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

           *> Alicuota de la version vigente a DL-Fecha: la de fecha
           *> desde mas alta que no la supere.
           Buscar-Alicuota.
               MOVE WS-Alicuota-Base TO WS-Alicuota
               MOVE 0 TO WS-Mejor-Desde
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Versiones
                   IF WS-Ver-Desde(WS-Idx) <= DL-Fecha AND
                      WS-Ver-Desde(WS-Idx) > WS-Mejor-Desde THEN
                       MOVE WS-Ver-Desde(WS-Idx) TO WS-Mejor-Desde
                       MOVE WS-Ver-Alicuota(WS-Idx) TO WS-Alicuota
                   END-IF
               END-PERFORM
           EXIT.

           Cargar-Cargos.
               MOVE 0 TO WS-Cant-Cargos
               OPEN INPUT Cargos
               IF WS-File-StatusCgc = '00' THEN
                   PERFORM UNTIL WS-FlagCgc = 'Y'
                       READ Cargos INTO CargoR
                           AT END
                               MOVE 'Y' TO WS-FlagCgc
                           NOT AT END
                               IF CG-Tipo = "A" AND
                                  CG-Fecha >= WS-Per-Desde AND
                                  CG-Fecha <= WS-Per-Hasta AND
                                  WS-Cant-Cargos < 2000 THEN
                                   ADD 1 TO WS-Cant-Cargos
                                   MOVE CG-Factura TO
                                       WS-Cgc-Factura(WS-Cant-Cargos)
                                   MOVE CG-Importe TO
                                       WS-Cgc-Importe(WS-Cant-Cargos)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cargos
                   MOVE 'N' TO WS-FlagCgc
               END-IF
           EXIT.

           *> Facturas numeradas del mes; las anteriores solo dejan
           *> el ultimo numero usado antes del mes.
           Leer-Facturas.
               OPEN INPUT Historico
               PERFORM UNTIL WS-FlagHis = 'Y'
                   READ Historico INTO Historico-R
                       AT END
                           MOVE 'Y' TO WS-FlagHis
                       NOT AT END
                           IF HI-Numero IS NUMERIC AND
                              HI-Numero > 0 THEN
                               IF HI-Fecha < WS-Per-Desde THEN
                                   IF HI-Numero > WS-Ant-Factura THEN
                                       MOVE HI-Numero TO WS-Ant-Factura
                                   END-IF
                               ELSE
                                   IF HI-Fecha <= WS-Per-Hasta THEN
                                       PERFORM Armar-Factura
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Historico
               MOVE 'N' TO WS-FlagHis
           EXIT.

           *> Base gravada: cargo fijo y energia; el impuesto sale de
           *> la alicuota vigente. Una factura sin impuesto (la
           *> facturacion plana sin tarifario) va entera a exento,
           *> igual que el interes por mora y el cargo de conexion.
           *> El subsidio resta del total; el saldo a favor y la
           *> compensacion aplicados son cancelaciones, no cambian el
           *> comprobante.
           Armar-Factura.
               MOVE HI-Tarifa TO DL-Clase
               MOVE HI-Fecha TO DL-Fecha
               MOVE "FA" TO DL-Serie
               MOVE "FA" TO DL-Tipo
               MOVE HI-Numero TO DL-Numero
               MOVE HI-ID TO DL-ID
               MOVE HI-NombreUsuario TO DL-Nombre
               PERFORM Buscar-Categoria
               MOVE WS-Categoria TO DL-Categoria
               PERFORM Buscar-Alicuota
               MOVE HI-Interes TO DL-Exento
               PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Cant-Cargos
                   IF WS-Cgc-Factura(WS-Idx) = HI-Numero THEN
                       ADD WS-Cgc-Importe(WS-Idx) TO DL-Exento
                   END-IF
               END-PERFORM
               IF HI-Impuesto = 0 THEN
                   MOVE 0 TO DL-Alicuota DL-Gravado DL-Impuesto
                   ADD HI-CargoFijo HI-Energia TO DL-Exento
               ELSE
                   MOVE WS-Alicuota TO DL-Alicuota
                   COMPUTE DL-Gravado = HI-CargoFijo + HI-Energia
                   COMPUTE DL-Impuesto ROUNDED =
                       (DL-Gravado * WS-Alicuota) / 100
               END-IF
               MOVE HI-Subsidio TO DL-Subsidio
               COMPUTE DL-Total = DL-Gravado + DL-Impuesto +
                   DL-Exento - DL-Subsidio
               WRITE DocumentoR
               ADD 1 TO WS-Cant-Documentos
           EXIT.

           Leer-Notas.
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-Fecha < WS-Per-Desde THEN
                                   IF ND-Numero > WS-Ant-Nota THEN
                                       MOVE ND-Numero TO WS-Ant-Nota
                                   END-IF
                               ELSE
                                   IF ND-Fecha <= WS-Per-Hasta THEN
                                       PERFORM Armar-Nota
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           *> El importe de la nota es con impuesto incluido (la
           *> diferencia entre totales de "Refacturacion", el recupero
           *> de "Campanias", el ajuste de "Presupuesto"): se abre en
           *> base e impuesto con la alicuota vigente a su fecha. El
           *> cliente y su clase salen del maestro indexado.
           Armar-Nota.
               MOVE SPACES TO DL-Nombre DL-Clase
               IF WS-FlagIndice = 'Y' THEN
                   MOVE ND-ID TO CI-ID
                   READ ClientesIDX KEY IS CI-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CI-NombreUsuario TO DL-Nombre
                           MOVE CI-Tarifa TO DL-Clase
                   END-READ
               END-IF
               MOVE ND-Fecha TO DL-Fecha
               MOVE "NT" TO DL-Serie
               MOVE ND-Tipo TO DL-Tipo
               MOVE ND-Numero TO DL-Numero
               MOVE ND-ID TO DL-ID
               PERFORM Buscar-Categoria
               MOVE WS-Categoria TO DL-Categoria
               PERFORM Buscar-Alicuota
               MOVE WS-Alicuota TO DL-Alicuota
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               COMPUTE DL-Gravado ROUNDED =
                   (WS-Nota-Importe * 100) / (100 + WS-Alicuota)
               COMPUTE DL-Impuesto = WS-Nota-Importe - DL-Gravado
               MOVE 0 TO DL-Exento DL-Subsidio
               MOVE WS-Nota-Importe TO DL-Total
               WRITE DocumentoR
               ADD 1 TO WS-Cant-Documentos
           EXIT.

           *> Cada serie ordenada por numero tiene que seguir sin
           *> saltos desde el ultimo numero usado antes del mes; un
           *> numero igual al anterior, o ya usado antes del mes, es
           *> un repetido. Con cualquiera de los dos no se genera el
           *> archivo de presentacion.
           Controlar-Numeracion.
               SORT Work-FileD
                   ON ASCENDING KEY WD-Serie WD-Numero
                   USING Documentos
                   GIVING DocOrden
               MOVE SPACES TO Libro-R
               WRITE Libro-R
               MOVE "CONTROL DE NUMERACION (FA facturas, NT notas de cre
      -            "dito y debito)" TO Libro-R
               WRITE Libro-R
               MOVE SPACES TO WS-Serie-Ant
               MOVE 0 TO WS-Numero-Ant
               OPEN INPUT DocOrden
               PERFORM UNTIL WS-FlagDor = 'Y'
                   READ DocOrden INTO DocOrdenR
                       AT END
                           MOVE 'Y' TO WS-FlagDor
                       NOT AT END
                           PERFORM Controlar-Numero
                   END-READ
               END-PERFORM
               CLOSE DocOrden
               MOVE 'N' TO WS-FlagDor
               IF WS-Cant-Saltos = 0 AND WS-Cant-Repetidos = 0 THEN
                   MOVE 'Y' TO WS-FlagPresentar
                   MOVE "  Sin saltos ni repetidos" TO Libro-R
               ELSE
                   MOVE 'N' TO WS-FlagPresentar
                   MOVE SPACES TO Libro-R
                   STRING "  Saltos: " WS-Cant-Saltos
                       "  Repetidos: " WS-Cant-Repetidos
                       "  -> NO SE GENERA EL ARCHIVO DE PRESENTACION"
                       DELIMITED BY SIZE INTO Libro-R
                   END-STRING
               END-IF
               WRITE Libro-R
           EXIT.

           Controlar-Numero.
               IF DO-Serie NOT = WS-Serie-Ant THEN
                   MOVE DO-Serie TO WS-Serie-Ant
                   IF DO-Serie = "FA" THEN
                       MOVE WS-Ant-Factura TO WS-Numero-Ant
                   ELSE
                       MOVE WS-Ant-Nota TO WS-Numero-Ant
                   END-IF
                   *> Sin comprobantes anteriores la serie arranca en
                   *> el primero del mes.
                   IF WS-Numero-Ant = 0 THEN
                       COMPUTE WS-Numero-Ant = DO-Numero - 1
                   END-IF
               END-IF
               IF DO-Numero <= WS-Numero-Ant THEN
                   ADD 1 TO WS-Cant-Repetidos
                   MOVE SPACES TO Libro-R
                   STRING "  " DO-Serie " numero " DO-Numero
                       " repetido (" DO-Tipo " del " DO-Fecha
                       ", cliente " DO-ID ")"
                       DELIMITED BY SIZE INTO Libro-R
                   END-STRING
                   WRITE Libro-R
               ELSE
                   IF DO-Numero > WS-Numero-Ant + 1 THEN
                       ADD 1 TO WS-Cant-Saltos
                       COMPUTE WS-Falta-Desde = WS-Numero-Ant + 1
                       COMPUTE WS-Falta-Hasta = DO-Numero - 1
                       MOVE SPACES TO Libro-R
                       STRING "  " DO-Serie " salto: faltan del "
                           WS-Falta-Desde " al " WS-Falta-Hasta
                           DELIMITED BY SIZE INTO Libro-R
                       END-STRING
                       WRITE Libro-R
                   END-IF
                   MOVE DO-Numero TO WS-Numero-Ant
               END-IF
           EXIT.

           *> Libro por clase y dia con los subtotales de cada corte
           *> y el total del periodo; el mismo recorrido arma el
           *> archivo de presentacion cuando la numeracion esta bien.
           Escribir-Libro.
               SORT Work-FileD
                   ON ASCENDING KEY WD-Clase WD-Fecha WD-Tipo
                                    WD-Numero
                   USING Documentos
                   GIVING DocOrden
               MOVE SPACES TO Libro-R
               WRITE Libro-R
               MOVE SPACES TO Libro-R
               STRING "Tp Numero   Fecha    Client Nombre            "
                   " Ct Alic.       Gravado        Impuesto         "
                   "Exento        Subsidio           Total"
                   DELIMITED BY SIZE INTO Libro-R
               END-STRING
               WRITE Libro-R
               MOVE ALL "-" TO Libro-R
               WRITE Libro-R
               PERFORM VARYING WS-Nivel FROM 1 BY 1 UNTIL WS-Nivel > 3
                   PERFORM Limpiar-Total
               END-PERFORM
               IF WS-FlagPresentar = 'Y' THEN
                   OPEN OUTPUT Presentacion
                   MOVE WS-Cuit TO WS-Hdr-Cuit
                   MOVE WS-Periodo TO WS-Hdr-Periodo
                   MOVE WS-Fecha TO WS-Hdr-Generado
                   MOVE WS-Header TO Presentacion-R
                   WRITE Presentacion-R
                   MOVE 0 TO WS-Trl-Cantidad WS-Trl-Gravado
                       WS-Trl-Impuesto WS-Trl-Total
               END-IF
               MOVE HIGH-VALUES TO WS-Clase-Ant
               MOVE 0 TO WS-Fecha-Ant
               OPEN INPUT DocOrden
               PERFORM UNTIL WS-FlagDor = 'Y'
                   READ DocOrden INTO DocOrdenR
                       AT END
                           MOVE 'Y' TO WS-FlagDor
                       NOT AT END
                           PERFORM Listar-Documento
                   END-READ
               END-PERFORM
               CLOSE DocOrden
               MOVE 'N' TO WS-FlagDor
               IF WS-Clase-Ant NOT = HIGH-VALUES THEN
                   PERFORM Cerrar-Dia
                   PERFORM Cerrar-Clase
               END-IF
               MOVE ALL "=" TO Libro-R
               WRITE Libro-R
               MOVE 3 TO WS-Nivel
               MOVE SPACES TO WS-LT-Texto
               MOVE WS-Tot-Cantidad(3) TO WS-Cantidad-Imp
               STRING "TOTAL DEL PERIODO " WS-Periodo " ("
                   WS-Cantidad-Imp " comprobantes)"
                   DELIMITED BY SIZE INTO WS-LT-Texto
               END-STRING
               PERFORM Escribir-Total
               IF WS-FlagPresentar = 'Y' THEN
                   MOVE WS-Trailer TO Presentacion-R
                   WRITE Presentacion-R
                   CLOSE Presentacion
               END-IF
           EXIT.

           Listar-Documento.
               IF DO-Clase NOT = WS-Clase-Ant THEN
                   IF WS-Clase-Ant NOT = HIGH-VALUES THEN
                       PERFORM Cerrar-Dia
                       PERFORM Cerrar-Clase
                   END-IF
                   MOVE DO-Clase TO WS-Clase-Ant
                   MOVE DO-Fecha TO WS-Fecha-Ant
                   MOVE SPACES TO Libro-R
                   WRITE Libro-R
                   MOVE SPACES TO Libro-R
                   STRING "Clase tarifaria " DO-Clase
                       DELIMITED BY SIZE INTO Libro-R
                   END-STRING
                   WRITE Libro-R
               ELSE
                   IF DO-Fecha NOT = WS-Fecha-Ant THEN
                       PERFORM Cerrar-Dia
                       MOVE DO-Fecha TO WS-Fecha-Ant
                   END-IF
               END-IF
               IF DO-Tipo = "NC" THEN
                   MOVE -1 TO WS-Signo
               ELSE
                   MOVE 1 TO WS-Signo
               END-IF
               MOVE DO-Tipo TO WS-Lin-Tipo
               MOVE DO-Numero TO WS-Lin-Numero
               MOVE DO-Fecha TO WS-Lin-Fecha
               MOVE DO-ID TO WS-Lin-ID
               MOVE DO-Nombre TO WS-Lin-Nombre
               MOVE DO-Categoria TO WS-Lin-Categoria
               MOVE DO-Alicuota TO WS-Lin-Alicuota
               COMPUTE WS-Lin-Gravado = DO-Gravado * WS-Signo
               COMPUTE WS-Lin-Impuesto = DO-Impuesto * WS-Signo
               COMPUTE WS-Lin-Exento = DO-Exento * WS-Signo
               COMPUTE WS-Lin-Subsidio = DO-Subsidio * WS-Signo
               COMPUTE WS-Lin-Total = DO-Total * WS-Signo
               MOVE WS-Linea TO Libro-R
               WRITE Libro-R
               PERFORM VARYING WS-Nivel FROM 1 BY 1 UNTIL WS-Nivel > 3
                   ADD 1 TO WS-Tot-Cantidad(WS-Nivel)
                   COMPUTE WS-Tot-Gravado(WS-Nivel) =
                       WS-Tot-Gravado(WS-Nivel) + DO-Gravado * WS-Signo
                   COMPUTE WS-Tot-Impuesto(WS-Nivel) =
                       WS-Tot-Impuesto(WS-Nivel) +
                       DO-Impuesto * WS-Signo
                   COMPUTE WS-Tot-Exento(WS-Nivel) =
                       WS-Tot-Exento(WS-Nivel) + DO-Exento * WS-Signo
                   COMPUTE WS-Tot-Subsidio(WS-Nivel) =
                       WS-Tot-Subsidio(WS-Nivel) +
                       DO-Subsidio * WS-Signo
                   COMPUTE WS-Tot-Total(WS-Nivel) =
                       WS-Tot-Total(WS-Nivel) + DO-Total * WS-Signo
               END-PERFORM
               IF WS-FlagPresentar = 'Y' THEN
                   PERFORM Grabar-Presentacion
               END-IF
           EXIT.

           Grabar-Presentacion.
               MOVE DO-Tipo TO WS-Det-Comprob
               MOVE DO-Numero TO WS-Det-Numero
               MOVE DO-Fecha TO WS-Det-Fecha
               MOVE DO-ID TO WS-Det-ID
               MOVE DO-Categoria TO WS-Det-Categoria
               MOVE DO-Clase TO WS-Det-Clase
               MOVE DO-Alicuota TO WS-Det-Alicuota
               MOVE DO-Gravado TO WS-Det-Gravado
               MOVE DO-Impuesto TO WS-Det-Impuesto
               MOVE DO-Exento TO WS-Det-Exento
               MOVE DO-Subsidio TO WS-Det-Subsidio
               MOVE DO-Total TO WS-Det-Total
               MOVE WS-Detalle TO Presentacion-R
               WRITE Presentacion-R
               ADD 1 TO WS-Trl-Cantidad
               ADD DO-Gravado TO WS-Trl-Gravado
               ADD DO-Impuesto TO WS-Trl-Impuesto
               ADD DO-Total TO WS-Trl-Total
           EXIT.

           Cerrar-Dia.
               MOVE 1 TO WS-Nivel
               MOVE SPACES TO WS-LT-Texto
               MOVE WS-Tot-Cantidad(1) TO WS-Cantidad-Imp
               STRING "  Subtotal dia " WS-Fecha-Ant " clase "
                   WS-Clase-Ant " (" WS-Cantidad-Imp ")"
                   DELIMITED BY SIZE INTO WS-LT-Texto
               END-STRING
               PERFORM Escribir-Total
               PERFORM Limpiar-Total
           EXIT.

           Cerrar-Clase.
               MOVE 2 TO WS-Nivel
               MOVE SPACES TO WS-LT-Texto
               MOVE WS-Tot-Cantidad(2) TO WS-Cantidad-Imp
               STRING "Subtotal clase " WS-Clase-Ant " ("
                   WS-Cantidad-Imp " comprobantes)"
                   DELIMITED BY SIZE INTO WS-LT-Texto
               END-STRING
               PERFORM Escribir-Total
               PERFORM Limpiar-Total
           EXIT.

           Escribir-Total.
               MOVE WS-Tot-Gravado(WS-Nivel) TO WS-LT-Gravado
               MOVE WS-Tot-Impuesto(WS-Nivel) TO WS-LT-Impuesto
               MOVE WS-Tot-Exento(WS-Nivel) TO WS-LT-Exento
               MOVE WS-Tot-Subsidio(WS-Nivel) TO WS-LT-Subsidio
               MOVE WS-Tot-Total(WS-Nivel) TO WS-LT-Total
               MOVE WS-Linea-Total TO Libro-R
               WRITE Libro-R
           EXIT.

           Limpiar-Total.
               MOVE 0 TO WS-Tot-Cantidad(WS-Nivel)
                   WS-Tot-Gravado(WS-Nivel) WS-Tot-Impuesto(WS-Nivel)
                   WS-Tot-Exento(WS-Nivel) WS-Tot-Subsidio(WS-Nivel)
                   WS-Tot-Total(WS-Nivel)
           EXIT.
