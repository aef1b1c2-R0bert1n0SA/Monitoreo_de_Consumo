       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contabilidad AS "Contabilidad".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Plan de cuentas de la interfaz contable: una linea
           *> clave=cuenta por concepto (DEUDORES=, ENERGIA=, ...) y
           *> MEDIOSBANCO= con los medios de pago que entran por banco
           *> (el resto se asienta como caja), mismo estilo clave=valor
           *> que Tolerancias.CFG.
           SELECT Config ASSIGN TO 'Contabilidad.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Historico acumulado de facturas: lo facturado en el dia
           *> con su apertura en cargo fijo, energia, impuesto,
           *> interes y subsidio.
           SELECT Historico ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusHis.

           *> Saldos a favor aplicados a las facturas del dia: bajan
           *> el total a cobrar pero no lo facturado.
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Compensaciones por calidad de servicio aplicadas a las
           *> facturas del dia: como el saldo a favor, bajan el total
           *> a cobrar pero no lo facturado, y van contra su cuenta
           *> de perdida.
           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> Cargos de conexion cobrados en las facturas del dia: van
           *> dentro del total a deudores y contra su cuenta de
           *> ingreso.
           SELECT Cargos ASSIGN TO 'CargosConexion.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCgc.

           *> Facturas del dia con plan de cuota fija: el renglon F
           *> de PresupuestoMov.DAT trae lo real contra la cuota
           *> cobrada, y la diferencia va al saldo del plan.
           SELECT MovPresupuesto ASSIGN TO 'PresupuestoMov.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPmv.

           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPag.

           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           *> Diario de movimientos de caja de "Caja": lo que pasaron
           *> los arqueos del dia, para cruzarlo con Pagos.DAT en la
           *> prueba.
           SELECT Movimientos ASSIGN TO 'CajaMovs.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMov.

           *> Interfaz para el sistema contable, posiciones fijas como
           *> InterfazBanco.DAT: header con fecha contable y
           *> secuencia, una linea por concepto y cuenta, y trailer de
           *> control con cantidad de lineas, total debe y total
           *> haber. Se regenera entera en cada corrida.
           SELECT Asientos ASSIGN TO 'AsientosGL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusAsi.

           SELECT Secuencia ASSIGN TO 'AsientosSec.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSec.

           *> Prueba del asiento: totales de cada fuente, las lineas
           *> generadas, debe contra haber y el resultado; de aca lo
           *> levanta "ResumenNocturno".
           SELECT Prueba ASSIGN TO 'AsientosPrueba.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPru.

           *> Una linea por generacion, mismo patron EXTEND (con caida
           *> a OUTPUT) que InterfazEnvios.Log.
           SELECT Envios ASSIGN TO 'AsientosEnvios.Log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusEnv.

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

       *> Linea de NotasDC.Txt tal como la arma "Refacturacion":
       *> tipo|nota|cliente|factura|importe|fecha|
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

       FD Pagos.
       01 PagoR.
           05 PA-ID                 PIC 9(5).
           05 PA-Fecha              PIC 9(8).
           05 PA-Monto              PIC 9(8)V99.
           05 PA-Medio              PIC X(2).

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

       FD Movimientos.
       01 MovimientoR.
           05 CM-Sesion             PIC 9(5).
           05 CM-Secuencia          PIC 9(4).
           05 CM-ID                 PIC 9(5).
           05 CM-Fecha              PIC 9(8).
           05 CM-Monto              PIC 9(8)V99.
           05 CM-Medio              PIC X(2).

       FD Asientos.
       01 Asiento-R                 PIC X(80).

       FD Secuencia.
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Prueba.
       01 Prueba-R                  PIC X(100).

       FD Envios.
       01 Envio-R                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusCgc     PIC XX.
               05 WS-File-StatusPmv     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusPag     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusMov     PIC XX.
               05 WS-File-StatusAsi     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusPru     PIC XX.
               05 WS-File-StatusEnv     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagCgc            PIC X(1) VALUE 'N'.
               05 WS-FlagPmv            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagPag            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagMov            PIC X(1) VALUE 'N'.
               *> 'Y' si el medio en curso se asienta contra banco.
               05 WS-FlagBanco          PIC X(1) VALUE 'N'.
               *> 'Y' si algun concepto con importe no tiene cuenta
               *> en Contabilidad.CFG.
               05 WS-FlagSinCuenta      PIC X(1) VALUE 'N'.
               *> 'Y' si debe y haber cierran y todo tiene cuenta.
               05 WS-FlagBalanceado     PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Hora               PIC 9(8).
           *> Dia que se contabiliza (CT-Fecha, hoy si viene en cero).
           01 WS-Fecha-Asiento      PIC 9(8).
           *> Identificacion del emisor, la misma que va al banco.
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(20).
           *> Medios de pago que se asientan contra banco, separados
           *> por coma (BA rendicion del banco, TR transferencia, DA
           *> debito automatico).
           01 WS-Medios-Banco       PIC X(20) VALUE 'BA,TR,DA'.
           01 WS-Medio-Buscado      PIC X(2).
           01 WS-IdxMed             PIC 9(2).
           *> Cuentas contables por concepto.
           01 WS-Cuentas.
               05 WS-Cta-Deudores       PIC X(10) VALUE SPACES.
               05 WS-Cta-Subsidios      PIC X(10) VALUE SPACES.
               05 WS-Cta-Caja           PIC X(10) VALUE SPACES.
               05 WS-Cta-Banco          PIC X(10) VALUE SPACES.
               05 WS-Cta-Energia        PIC X(10) VALUE SPACES.
               05 WS-Cta-CargoFijo      PIC X(10) VALUE SPACES.
               05 WS-Cta-Interes        PIC X(10) VALUE SPACES.
               05 WS-Cta-Impuesto       PIC X(10) VALUE SPACES.
               05 WS-Cta-NotaCredito    PIC X(10) VALUE SPACES.
               05 WS-Cta-NotaDebito     PIC X(10) VALUE SPACES.
               05 WS-Cta-Compensaciones PIC X(10) VALUE SPACES.
               05 WS-Cta-Conexiones     PIC X(10) VALUE SPACES.
               05 WS-Cta-Presupuesto    PIC X(10) VALUE SPACES.
           *> Conceptos del asiento diario: cada fila es una linea
           *> de la interfaz (cuenta, debe D o haber H, importe y
           *> cantidad de comprobantes que la forman).
           01 WS-Eventos.
               05 WS-Ev-Fila OCCURS 20 TIMES.
                   10 WS-Ev-Codigo      PIC X(2).
                   10 WS-Ev-Glosa       PIC X(28).
                   10 WS-Ev-Clave       PIC X(12).
                   10 WS-Ev-Cuenta      PIC X(10).
                   10 WS-Ev-Lado        PIC X(1).
                   10 WS-Ev-Cantidad    PIC 9(6).
                   10 WS-Ev-Importe     PIC 9(13)V99.
           01 WS-IdxEv              PIC 9(2).
           01 WS-Importe-Nota       PIC 9(10)V99.
           *> Totales de cada fuente, para atar el asiento a lo que
           *> dicen los archivos de origen.
           01 WS-Fuentes.
               05 WS-Fue-Facturas       PIC 9(6) VALUE 0.
               05 WS-Fue-Facturado      PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Componentes    PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Aplicados      PIC 9(6) VALUE 0.
               05 WS-Fue-Aplicado       PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Compensaciones PIC 9(6) VALUE 0.
               05 WS-Fue-Compensado     PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Conexiones     PIC 9(6) VALUE 0.
               05 WS-Fue-Conectado      PIC 9(13)V99 VALUE 0.
               *> Facturas con plan de cuota fija y su diferencia
               *> neta real menos cuota (negativa si la cuota cubrio
               *> de mas).
               05 WS-Fue-Planes         PIC 9(6) VALUE 0.
               05 WS-Fue-Plan-Ajuste    PIC S9(13)V99 VALUE 0.
               05 WS-Fue-Pagos          PIC 9(6) VALUE 0.
               05 WS-Fue-Pagado         PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Reversiones    PIC 9(6) VALUE 0.
               05 WS-Fue-Revertido      PIC 9(13)V99 VALUE 0.
               05 WS-Fue-Movs           PIC 9(6) VALUE 0.
               05 WS-Fue-Caja           PIC S9(13)V99 VALUE 0.
           01 WS-Totales.
               05 WS-Cant-Lineas        PIC 9(6) VALUE 0.
               05 WS-Total-Debe         PIC 9(13)V99 VALUE 0.
               05 WS-Total-Haber        PIC 9(13)V99 VALUE 0.
               05 WS-Diferencia         PIC S9(13)V99 VALUE 0.
               05 WS-Deudores-Fac       PIC S9(13)V99 VALUE 0.
               05 WS-Cobrado-Neto       PIC S9(13)V99 VALUE 0.
           01 WS-Imp-Edit           PIC Z(12)9.99.
           01 WS-Imp-Edit2          PIC Z(12)9.99.
           01 WS-Dif-Edit           PIC -(13)9.99.
           *> Registros de posiciones fijas de la interfaz.
           01 WS-Header.
               05 WS-HdrTipo        PIC X(1) VALUE 'H'.
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC 9(8).
               05 WS-Hdr-Secuencia  PIC 9(6).
               05 WS-Hdr-Generado   PIC 9(8).
               05 FILLER            PIC X(47) VALUE SPACES.
           01 WS-Detalle.
               05 WS-Det-Tipo       PIC X(1) VALUE 'D'.
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-Linea      PIC 9(6).
               05 WS-Det-Cuenta     PIC X(10).
               05 WS-Det-Lado       PIC X(1).
               05 WS-Det-Importe    PIC 9(12)V99.
               05 WS-Det-Concepto   PIC X(2).
               05 WS-Det-Cantidad   PIC 9(6).
               05 WS-Det-Glosa      PIC X(28).
               05 FILLER            PIC X(4) VALUE SPACES.
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Debe       PIC 9(13)V99.
               05 WS-Trl-Haber      PIC 9(13)V99.
               05 FILLER            PIC X(43) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" genera el asiento diario del dia CT-Fecha (cero =
               *> hoy) en AsientosGL.DAT con su prueba en
               *> AsientosPrueba.Txt; CT-Veredicto vuelve BALANCEADO o
               *> DESBALANCEADO.
               05 CT-Accion         PIC X(1).
               05 CT-Fecha          PIC 9(8).
               05 CT-Cantidad       PIC 9(6).
               05 CT-Veredicto      PIC X(13).
               05 CT-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO CT-Mensaje CT-Veredicto
               MOVE 0 TO CT-Cantidad
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               ACCEPT WS-Hora FROM TIME
               EVALUATE CT-Accion
                   WHEN "A"
                       PERFORM Generar-Asiento
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO CT-Mensaje
               END-EVALUATE
           EXIT.

           *> Asiento diario: junta lo facturado, las notas, los
           *> saldos a favor aplicados, los cobros y las reversiones
           *> del dia en una linea por concepto, prueba que el debe
           *> iguale al haber y deja la interfaz, la prueba y la
           *> linea del envio.
           Generar-Asiento.
               IF CT-Fecha IS NUMERIC AND CT-Fecha > 0 THEN
                   MOVE CT-Fecha TO WS-Fecha-Asiento
               ELSE
                   MOVE WS-Fecha TO WS-Fecha-Asiento
               END-IF
               PERFORM Iniciar-Eventos
               PERFORM Cargar-Configuracion
               PERFORM Asignar-Cuentas
               PERFORM Sumar-Facturas
               PERFORM Sumar-Creditos
               PERFORM Sumar-Compensaciones
               PERFORM Sumar-Conexiones
               PERFORM Sumar-Presupuestos
               PERFORM Sumar-Notas
               PERFORM Sumar-Pagos
               PERFORM Sumar-Reversiones
               PERFORM Sumar-Caja
               PERFORM Totalizar-Asiento
               PERFORM Avanzar-Secuencia
               PERFORM Generar-Interfaz
               PERFORM Escribir-Prueba
               PERFORM Registrar-Envio
               MOVE WS-Cant-Lineas TO CT-Cantidad
               IF WS-FlagBalanceado = 'Y' THEN
                   MOVE "BALANCEADO" TO CT-Veredicto
                   STRING "Asiento del " WS-Fecha-Asiento
                       " generado, lineas: " WS-Cant-Lineas
                       " BALANCEADO"
                       DELIMITED BY SIZE INTO CT-Mensaje
                   END-STRING
               ELSE
                   MOVE "DESBALANCEADO" TO CT-Veredicto
                   STRING "ATENCION asiento del " WS-Fecha-Asiento
                       " DESBALANCEADO, ver AsientosPrueba.Txt"
                       DELIMITED BY SIZE INTO CT-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Iniciar-Eventos.
               MOVE "FE" TO WS-Ev-Codigo(1)
               MOVE "Facturacion energia" TO WS-Ev-Glosa(1)
               MOVE "ENERGIA" TO WS-Ev-Clave(1)
               MOVE "H" TO WS-Ev-Lado(1)
               MOVE "FC" TO WS-Ev-Codigo(2)
               MOVE "Facturacion cargo fijo" TO WS-Ev-Glosa(2)
               MOVE "CARGOFIJO" TO WS-Ev-Clave(2)
               MOVE "H" TO WS-Ev-Lado(2)
               MOVE "FI" TO WS-Ev-Codigo(3)
               MOVE "Facturacion impuesto" TO WS-Ev-Glosa(3)
               MOVE "IMPUESTO" TO WS-Ev-Clave(3)
               MOVE "H" TO WS-Ev-Lado(3)
               MOVE "FM" TO WS-Ev-Codigo(4)
               MOVE "Facturacion interes mora" TO WS-Ev-Glosa(4)
               MOVE "INTERES" TO WS-Ev-Clave(4)
               MOVE "H" TO WS-Ev-Lado(4)
               MOVE "FS" TO WS-Ev-Codigo(5)
               MOVE "Subsidios a cobrar" TO WS-Ev-Glosa(5)
               MOVE "SUBSIDIOS" TO WS-Ev-Clave(5)
               MOVE "D" TO WS-Ev-Lado(5)
               MOVE "FD" TO WS-Ev-Codigo(6)
               MOVE "Deudores por facturacion" TO WS-Ev-Glosa(6)
               MOVE "DEUDORES" TO WS-Ev-Clave(6)
               MOVE "D" TO WS-Ev-Lado(6)
               MOVE "NC" TO WS-Ev-Codigo(7)
               MOVE "Notas de credito" TO WS-Ev-Glosa(7)
               MOVE "NOTACREDITO" TO WS-Ev-Clave(7)
               MOVE "D" TO WS-Ev-Lado(7)
               MOVE "NC" TO WS-Ev-Codigo(8)
               MOVE "Deudores por notas credito" TO WS-Ev-Glosa(8)
               MOVE "DEUDORES" TO WS-Ev-Clave(8)
               MOVE "H" TO WS-Ev-Lado(8)
               MOVE "ND" TO WS-Ev-Codigo(9)
               MOVE "Deudores por notas debito" TO WS-Ev-Glosa(9)
               MOVE "DEUDORES" TO WS-Ev-Clave(9)
               MOVE "D" TO WS-Ev-Lado(9)
               MOVE "ND" TO WS-Ev-Codigo(10)
               MOVE "Notas de debito" TO WS-Ev-Glosa(10)
               MOVE "NOTADEBITO" TO WS-Ev-Clave(10)
               MOVE "H" TO WS-Ev-Lado(10)
               MOVE "CE" TO WS-Ev-Codigo(11)
               MOVE "Cobranza caja" TO WS-Ev-Glosa(11)
               MOVE "CAJA" TO WS-Ev-Clave(11)
               MOVE "D" TO WS-Ev-Lado(11)
               MOVE "CB" TO WS-Ev-Codigo(12)
               MOVE "Cobranza banco" TO WS-Ev-Glosa(12)
               MOVE "BANCO" TO WS-Ev-Clave(12)
               MOVE "D" TO WS-Ev-Lado(12)
               MOVE "CD" TO WS-Ev-Codigo(13)
               MOVE "Deudores por cobranzas" TO WS-Ev-Glosa(13)
               MOVE "DEUDORES" TO WS-Ev-Clave(13)
               MOVE "H" TO WS-Ev-Lado(13)
               MOVE "RD" TO WS-Ev-Codigo(14)
               MOVE "Deudores por reversiones" TO WS-Ev-Glosa(14)
               MOVE "DEUDORES" TO WS-Ev-Clave(14)
               MOVE "D" TO WS-Ev-Lado(14)
               MOVE "RE" TO WS-Ev-Codigo(15)
               MOVE "Reversion cobranza caja" TO WS-Ev-Glosa(15)
               MOVE "CAJA" TO WS-Ev-Clave(15)
               MOVE "H" TO WS-Ev-Lado(15)
               MOVE "RB" TO WS-Ev-Codigo(16)
               MOVE "Reversion cobranza banco" TO WS-Ev-Glosa(16)
               MOVE "BANCO" TO WS-Ev-Clave(16)
               MOVE "H" TO WS-Ev-Lado(16)
               MOVE "FQ" TO WS-Ev-Codigo(17)
               MOVE "Compensacion calidad serv." TO WS-Ev-Glosa(17)
               MOVE "COMPENSACION" TO WS-Ev-Clave(17)
               MOVE "D" TO WS-Ev-Lado(17)
               MOVE "FX" TO WS-Ev-Codigo(18)
               MOVE "Cargo de conexion" TO WS-Ev-Glosa(18)
               MOVE "CONEXION" TO WS-Ev-Clave(18)
               MOVE "H" TO WS-Ev-Lado(18)
               MOVE "FP" TO WS-Ev-Codigo(19)
               MOVE "Plan presupuesto real>cuota" TO WS-Ev-Glosa(19)
               MOVE "PRESUPUESTO" TO WS-Ev-Clave(19)
               MOVE "D" TO WS-Ev-Lado(19)
               MOVE "FP" TO WS-Ev-Codigo(20)
               MOVE "Plan presupuesto cuota>real" TO WS-Ev-Glosa(20)
               MOVE "PRESUPUESTO" TO WS-Ev-Clave(20)
               MOVE "H" TO WS-Ev-Lado(20)
               PERFORM VARYING WS-IdxEv FROM 1 BY 1
                   UNTIL WS-IdxEv > 20
                   MOVE SPACES TO WS-Ev-Cuenta(WS-IdxEv)
                   MOVE 0 TO WS-Ev-Cantidad(WS-IdxEv)
                       WS-Ev-Importe(WS-IdxEv)
               END-PERFORM
               *> El modulo queda cargado entre corridas de la misma
               *> sesion: fuentes, totales y marcas arrancan de cero.
               MOVE 0 TO WS-Fue-Facturas WS-Fue-Facturado
                   WS-Fue-Componentes WS-Fue-Aplicados WS-Fue-Aplicado
                   WS-Fue-Compensaciones WS-Fue-Compensado
                   WS-Fue-Conexiones WS-Fue-Conectado WS-Fue-Planes
                   WS-Fue-Plan-Ajuste WS-Fue-Pagos WS-Fue-Pagado
                   WS-Fue-Reversiones WS-Fue-Revertido WS-Fue-Movs
                   WS-Fue-Caja
               MOVE 0 TO WS-Cant-Lineas WS-Total-Debe WS-Total-Haber
                   WS-Diferencia WS-Deudores-Fac WS-Cobrado-Neto
               MOVE 'N' TO WS-FlagSinCuenta WS-FlagBalanceado
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
                   WHEN "DEUDORES"
                       MOVE WS-Config-Valor TO WS-Cta-Deudores
                   WHEN "SUBSIDIOS"
                       MOVE WS-Config-Valor TO WS-Cta-Subsidios
                   WHEN "CAJA"
                       MOVE WS-Config-Valor TO WS-Cta-Caja
                   WHEN "BANCO"
                       MOVE WS-Config-Valor TO WS-Cta-Banco
                   WHEN "ENERGIA"
                       MOVE WS-Config-Valor TO WS-Cta-Energia
                   WHEN "CARGOFIJO"
                       MOVE WS-Config-Valor TO WS-Cta-CargoFijo
                   WHEN "INTERES"
                       MOVE WS-Config-Valor TO WS-Cta-Interes
                   WHEN "IMPUESTO"
                       MOVE WS-Config-Valor TO WS-Cta-Impuesto
                   WHEN "NOTACREDITO"
                       MOVE WS-Config-Valor TO WS-Cta-NotaCredito
                   WHEN "NOTADEBITO"
                       MOVE WS-Config-Valor TO WS-Cta-NotaDebito
                   WHEN "COMPENSACION"
                       MOVE WS-Config-Valor TO WS-Cta-Compensaciones
                   WHEN "CONEXION"
                       MOVE WS-Config-Valor TO WS-Cta-Conexiones
                   WHEN "PRESUPUESTO"
                       MOVE WS-Config-Valor TO WS-Cta-Presupuesto
                   WHEN "MEDIOSBANCO"
                       MOVE WS-Config-Valor TO WS-Medios-Banco
               END-EVALUATE
           EXIT.

           Asignar-Cuentas.
               PERFORM VARYING WS-IdxEv FROM 1 BY 1
                   UNTIL WS-IdxEv > 20
                   EVALUATE WS-Ev-Clave(WS-IdxEv)
                       WHEN "DEUDORES"
                           MOVE WS-Cta-Deudores TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "SUBSIDIOS"
                           MOVE WS-Cta-Subsidios TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "CAJA"
                           MOVE WS-Cta-Caja TO WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "BANCO"
                           MOVE WS-Cta-Banco TO WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "ENERGIA"
                           MOVE WS-Cta-Energia TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "CARGOFIJO"
                           MOVE WS-Cta-CargoFijo TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "INTERES"
                           MOVE WS-Cta-Interes TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "IMPUESTO"
                           MOVE WS-Cta-Impuesto TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "NOTACREDITO"
                           MOVE WS-Cta-NotaCredito TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "NOTADEBITO"
                           MOVE WS-Cta-NotaDebito TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "COMPENSACION"
                           MOVE WS-Cta-Compensaciones TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "CONEXION"
                           MOVE WS-Cta-Conexiones TO
                               WS-Ev-Cuenta(WS-IdxEv)
                       WHEN "PRESUPUESTO"
                           MOVE WS-Cta-Presupuesto TO
                               WS-Ev-Cuenta(WS-IdxEv)
                   END-EVALUATE
               END-PERFORM
           EXIT.

           *> Facturas con numero legal emitidas en el dia: cada
           *> componente a su cuenta de ingreso o de impuesto, el
           *> subsidio contra el gobierno y el total al cobro contra
           *> deudores.
           Sumar-Facturas.
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico INTO Historico-R
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-Fecha = WS-Fecha-Asiento AND
                                  HI-Numero > 0 THEN
                                   PERFORM Sumar-Factura
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   MOVE 'N' TO WS-FlagHis
               END-IF
           EXIT.

           Sumar-Factura.
               ADD 1 TO WS-Fue-Facturas
               ADD HI-Monto TO WS-Fue-Facturado
               ADD HI-Energia TO WS-Ev-Importe(1)
               ADD HI-CargoFijo TO WS-Ev-Importe(2)
               ADD HI-Impuesto TO WS-Ev-Importe(3)
               ADD HI-Interes TO WS-Ev-Importe(4)
               ADD HI-Subsidio TO WS-Ev-Importe(5)
               ADD HI-Monto TO WS-Ev-Importe(6)
               ADD 1 TO WS-Ev-Cantidad(6)
               IF HI-Energia > 0 THEN
                   ADD 1 TO WS-Ev-Cantidad(1)
               END-IF
               IF HI-CargoFijo > 0 THEN
                   ADD 1 TO WS-Ev-Cantidad(2)
               END-IF
               IF HI-Impuesto > 0 THEN
                   ADD 1 TO WS-Ev-Cantidad(3)
               END-IF
               IF HI-Interes > 0 THEN
                   ADD 1 TO WS-Ev-Cantidad(4)
               END-IF
               IF HI-Subsidio > 0 THEN
                   ADD 1 TO WS-Ev-Cantidad(5)
               END-IF
               COMPUTE WS-Fue-Componentes = WS-Fue-Componentes +
                   HI-CargoFijo + HI-Energia + HI-Impuesto +
                   HI-Interes - HI-Subsidio
           EXIT.

           *> El saldo a favor aplicado a una factura del dia ya
           *> estaba cobrado: se suma a deudores junto con el total
           *> de la factura, que sale neto de el.
           Sumar-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-Tipo = 'A' AND
                                  SF-Fecha = WS-Fecha-Asiento THEN
                                   ADD 1 TO WS-Fue-Aplicados
                                   ADD SF-Importe TO WS-Fue-Aplicado
                                   ADD SF-Importe TO WS-Ev-Importe(6)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> La compensacion por calidad de servicio aplicada a una
           *> factura del dia es perdida de la distribuidora: se
           *> suma a su cuenta, y la factura sale neta de ella.
           Sumar-Compensaciones.
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF CP-Tipo = 'A' AND
                                  CP-Fecha = WS-Fecha-Asiento THEN
                                   ADD 1 TO WS-Fue-Compensaciones
                                   ADD CP-Importe TO WS-Fue-Compensado
                                   ADD CP-Importe TO WS-Ev-Importe(17)
                                   ADD 1 TO WS-Ev-Cantidad(17)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Compensaciones
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           *> El cargo de conexion cobrado en una factura del dia ya
           *> esta en su total (y en deudores): aca va a su cuenta de
           *> ingreso. Las reposiciones R no se asientan, las cobra
           *> la factura que las toma.
           Sumar-Conexiones.
               OPEN INPUT Cargos
               IF WS-File-StatusCgc = '00' THEN
                   PERFORM UNTIL WS-FlagCgc = 'Y'
                       READ Cargos INTO CargoR
                           AT END
                               MOVE 'Y' TO WS-FlagCgc
                           NOT AT END
                               IF CG-Tipo = 'A' AND
                                  CG-Fecha = WS-Fecha-Asiento THEN
                                   ADD 1 TO WS-Fue-Conexiones
                                   ADD CG-Importe TO WS-Fue-Conectado
                                   ADD CG-Importe TO WS-Ev-Importe(18)
                                   ADD 1 TO WS-Ev-Cantidad(18)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cargos
                   MOVE 'N' TO WS-FlagCgc
               END-IF
           EXIT.

           *> Factura con plan de cuota fija: deudores lleva la
           *> cuota y los componentes el cargo real. Si lo real supera
           *> la cuota la diferencia queda a cobrar en el saldo del
           *> plan (debe); si la cuota cubrio de mas, es saldo a
           *> favor del cliente en el plan (haber).
           Sumar-Presupuestos.
               OPEN INPUT MovPresupuesto
               IF WS-File-StatusPmv = '00' THEN
                   PERFORM UNTIL WS-FlagPmv = 'Y'
                       READ MovPresupuesto INTO MovPresupuestoR
                           AT END
                               MOVE 'Y' TO WS-FlagPmv
                           NOT AT END
                               IF MV-Tipo = "F" AND
                                  MV-Fecha = WS-Fecha-Asiento THEN
                                   PERFORM Sumar-Presupuesto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovPresupuesto
                   MOVE 'N' TO WS-FlagPmv
               END-IF
           EXIT.

           Sumar-Presupuesto.
               ADD 1 TO WS-Fue-Planes
               COMPUTE WS-Fue-Plan-Ajuste =
                   WS-Fue-Plan-Ajuste + MV-Real - MV-Facturado
               IF MV-Real > MV-Facturado THEN
                   COMPUTE WS-Ev-Importe(19) =
                       WS-Ev-Importe(19) + MV-Real - MV-Facturado
                   ADD 1 TO WS-Ev-Cantidad(19)
               END-IF
               IF MV-Facturado > MV-Real THEN
                   COMPUTE WS-Ev-Importe(20) =
                       WS-Ev-Importe(20) + MV-Facturado - MV-Real
                   ADD 1 TO WS-Ev-Cantidad(20)
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
                               IF ND-Fecha = WS-Fecha-Asiento THEN
                                   PERFORM Sumar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
           EXIT.

           Sumar-Nota.
               COMPUTE WS-Importe-Nota =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   ADD WS-Importe-Nota TO WS-Ev-Importe(7)
                   ADD WS-Importe-Nota TO WS-Ev-Importe(8)
                   ADD 1 TO WS-Ev-Cantidad(7)
                   ADD 1 TO WS-Ev-Cantidad(8)
               ELSE
                   ADD WS-Importe-Nota TO WS-Ev-Importe(9)
                   ADD WS-Importe-Nota TO WS-Ev-Importe(10)
                   ADD 1 TO WS-Ev-Cantidad(9)
                   ADD 1 TO WS-Ev-Cantidad(10)
               END-IF
           EXIT.

           *> Cobros del dia en Pagos.DAT (mostrador, convenios y
           *> rendicion del banco): caja o banco segun el medio.
           Sumar-Pagos.
               OPEN INPUT Pagos
               IF WS-File-StatusPag = '00' THEN
                   PERFORM UNTIL WS-FlagPag = 'Y'
                       READ Pagos INTO PagoR
                           AT END
                               MOVE 'Y' TO WS-FlagPag
                           NOT AT END
                               IF PA-Fecha = WS-Fecha-Asiento THEN
                                   PERFORM Sumar-Pago
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
           EXIT.

           Sumar-Pago.
               ADD 1 TO WS-Fue-Pagos
               ADD PA-Monto TO WS-Fue-Pagado
               MOVE PA-Medio TO WS-Medio-Buscado
               PERFORM Clasificar-Medio
               IF WS-FlagBanco = 'Y' THEN
                   ADD PA-Monto TO WS-Ev-Importe(12)
                   ADD 1 TO WS-Ev-Cantidad(12)
               ELSE
                   ADD PA-Monto TO WS-Ev-Importe(11)
                   ADD 1 TO WS-Ev-Cantidad(11)
               END-IF
               ADD PA-Monto TO WS-Ev-Importe(13)
               ADD 1 TO WS-Ev-Cantidad(13)
           EXIT.

           *> Cheques rechazados y contracargos registrados en el
           *> dia: el cobro vuelve a deudores y sale de caja o banco.
           Sumar-Reversiones.
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-Fecha = WS-Fecha-Asiento THEN
                                   PERFORM Sumar-Reversion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Sumar-Reversion.
               ADD 1 TO WS-Fue-Reversiones
               ADD RV-Monto TO WS-Fue-Revertido
               ADD RV-Monto TO WS-Ev-Importe(14)
               ADD 1 TO WS-Ev-Cantidad(14)
               MOVE RV-Medio TO WS-Medio-Buscado
               PERFORM Clasificar-Medio
               IF WS-FlagBanco = 'Y' THEN
                   ADD RV-Monto TO WS-Ev-Importe(16)
                   ADD 1 TO WS-Ev-Cantidad(16)
               ELSE
                   ADD RV-Monto TO WS-Ev-Importe(15)
                   ADD 1 TO WS-Ev-Cantidad(15)
               END-IF
           EXIT.

           Clasificar-Medio.
               MOVE 'N' TO WS-FlagBanco
               PERFORM VARYING WS-IdxMed FROM 1 BY 3
                   UNTIL WS-IdxMed > 19
                   IF WS-Medios-Banco(WS-IdxMed:2) = WS-Medio-Buscado
                      AND WS-Medio-Buscado NOT = SPACES THEN
                       MOVE 'Y' TO WS-FlagBanco
                   END-IF
               END-PERFORM
           EXIT.

           *> Lo que pasaron las sesiones de caja en el dia (las
           *> reversiones RV restan); solo informativo en la prueba,
           *> porque un pago sin sesion abierta no entra a caja.
           Sumar-Caja.
               OPEN INPUT Movimientos
               IF WS-File-StatusMov = '00' THEN
                   PERFORM UNTIL WS-FlagMov = 'Y'
                       READ Movimientos INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagMov
                           NOT AT END
                               IF CM-Fecha = WS-Fecha-Asiento THEN
                                   ADD 1 TO WS-Fue-Movs
                                   IF CM-Medio = "RV" THEN
                                       SUBTRACT CM-Monto FROM
                                           WS-Fue-Caja
                                   ELSE
                                       ADD CM-Monto TO WS-Fue-Caja
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Movimientos
                   MOVE 'N' TO WS-FlagMov
               END-IF
           EXIT.

           Totalizar-Asiento.
               PERFORM VARYING WS-IdxEv FROM 1 BY 1
                   UNTIL WS-IdxEv > 20
                   IF WS-Ev-Importe(WS-IdxEv) > 0 THEN
                       IF WS-Ev-Cuenta(WS-IdxEv) = SPACES THEN
                           MOVE 'Y' TO WS-FlagSinCuenta
                       END-IF
                       IF WS-Ev-Lado(WS-IdxEv) = "D" THEN
                           ADD WS-Ev-Importe(WS-IdxEv) TO
                               WS-Total-Debe
                       ELSE
                           ADD WS-Ev-Importe(WS-IdxEv) TO
                               WS-Total-Haber
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-Diferencia = WS-Total-Debe - WS-Total-Haber
               IF WS-Diferencia = 0 AND WS-FlagSinCuenta = 'N' THEN
                   MOVE 'Y' TO WS-FlagBalanceado
               ELSE
                   MOVE 'N' TO WS-FlagBalanceado
               END-IF
           EXIT.

           *> Lee el ultimo numero de generacion, lo incrementa y lo
           *> regraba; la primera corrida arranca en 1.
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

           Generar-Interfaz.
               OPEN OUTPUT Asientos
               MOVE WS-Emisor TO WS-Hdr-Emisor
               MOVE WS-Fecha-Asiento TO WS-Hdr-Fecha
               MOVE WS-Secuencia TO WS-Hdr-Secuencia
               MOVE WS-Fecha TO WS-Hdr-Generado
               MOVE WS-Header TO Asiento-R
               WRITE Asiento-R
               PERFORM VARYING WS-IdxEv FROM 1 BY 1
                   UNTIL WS-IdxEv > 20
                   IF WS-Ev-Importe(WS-IdxEv) > 0 THEN
                       PERFORM Armar-Detalle
                   END-IF
               END-PERFORM
               MOVE WS-Cant-Lineas TO WS-Trl-Cantidad
               MOVE WS-Total-Debe TO WS-Trl-Debe
               MOVE WS-Total-Haber TO WS-Trl-Haber
               MOVE WS-Trailer TO Asiento-R
               WRITE Asiento-R
               CLOSE Asientos
           EXIT.

           Armar-Detalle.
               ADD 1 TO WS-Cant-Lineas
               MOVE WS-Fecha-Asiento TO WS-Det-Fecha
               MOVE WS-Cant-Lineas TO WS-Det-Linea
               MOVE WS-Ev-Cuenta(WS-IdxEv) TO WS-Det-Cuenta
               MOVE WS-Ev-Lado(WS-IdxEv) TO WS-Det-Lado
               MOVE WS-Ev-Importe(WS-IdxEv) TO WS-Det-Importe
               MOVE WS-Ev-Codigo(WS-IdxEv) TO WS-Det-Concepto
               MOVE WS-Ev-Cantidad(WS-IdxEv) TO WS-Det-Cantidad
               MOVE WS-Ev-Glosa(WS-IdxEv) TO WS-Det-Glosa
               MOVE WS-Detalle TO Asiento-R
               WRITE Asiento-R
           EXIT.

           *> Prueba del asiento: fuentes, lineas, debe contra haber
           *> y los cruces contra los archivos de origen. La linea
           *> "Resultado:" es la que mira "ResumenNocturno".
           Escribir-Prueba.
               OPEN OUTPUT Prueba
               MOVE SPACES TO Prueba-R
               STRING "Prueba del asiento contable del "
                   WS-Fecha-Asiento " (generacion " WS-Secuencia ")"
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE SPACES TO Prueba-R
               WRITE Prueba-R
               MOVE SPACES TO Prueba-R
               STRING "Fuente                          Docs "
                   "         Importe"
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Facturado TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Facturas del dia (historico)  " WS-Fue-Facturas
                   " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Aplicado TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Saldo a favor aplicado        " WS-Fue-Aplicados
                   " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Compensado TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Compensaciones de calidad     "
                   WS-Fue-Compensaciones " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Conectado TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Cargos de conexion cobrados   "
                   WS-Fue-Conexiones " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Plan-Ajuste TO WS-Dif-Edit
               MOVE SPACES TO Prueba-R
               STRING "Plan presupuesto, real-cuota  " WS-Fue-Planes
                   WS-Dif-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Ev-Importe(5) TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Subsidios a reclamar          "
                   WS-Ev-Cantidad(5) " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Ev-Importe(7) TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Notas de credito (NotasDC)    "
                   WS-Ev-Cantidad(7) " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Ev-Importe(9) TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Notas de debito (NotasDC)     "
                   WS-Ev-Cantidad(9) " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Pagado TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Pagos (Pagos.DAT)             " WS-Fue-Pagos
                   " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Revertido TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               STRING "Reversiones de pagos          "
                   WS-Fue-Reversiones " " WS-Imp-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Fue-Caja TO WS-Dif-Edit
               MOVE SPACES TO Prueba-R
               STRING "Movimientos de caja (neto)    " WS-Fue-Movs
                   WS-Dif-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE SPACES TO Prueba-R
               WRITE Prueba-R
               MOVE SPACES TO Prueba-R
               STRING "Linea  Cuenta     D/H        Importe "
                   "Docs   Concepto"
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE 0 TO WS-Cant-Lineas
               PERFORM VARYING WS-IdxEv FROM 1 BY 1
                   UNTIL WS-IdxEv > 20
                   IF WS-Ev-Importe(WS-IdxEv) > 0 THEN
                       PERFORM Escribir-Linea-Prueba
                   END-IF
               END-PERFORM
               MOVE SPACES TO Prueba-R
               WRITE Prueba-R
               MOVE WS-Total-Debe TO WS-Imp-Edit
               MOVE WS-Total-Haber TO WS-Imp-Edit2
               MOVE SPACES TO Prueba-R
               STRING "Total debe: " WS-Imp-Edit
                   "  Total haber: " WS-Imp-Edit2
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               MOVE WS-Diferencia TO WS-Dif-Edit
               MOVE SPACES TO Prueba-R
               STRING "Diferencia debe - haber: " WS-Dif-Edit
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               PERFORM Escribir-Cruces
               MOVE SPACES TO Prueba-R
               IF WS-FlagBalanceado = 'Y' THEN
                   MOVE "Resultado: BALANCEADO" TO Prueba-R
               ELSE
                   MOVE "Resultado: DESBALANCEADO" TO Prueba-R
               END-IF
               WRITE Prueba-R
               CLOSE Prueba
           EXIT.

           Escribir-Linea-Prueba.
               ADD 1 TO WS-Cant-Lineas
               MOVE WS-Ev-Importe(WS-IdxEv) TO WS-Imp-Edit
               MOVE SPACES TO Prueba-R
               IF WS-Ev-Cuenta(WS-IdxEv) = SPACES THEN
                   STRING WS-Cant-Lineas " SIN CUENTA "
                       WS-Ev-Lado(WS-IdxEv) " " WS-Imp-Edit " "
                       WS-Ev-Cantidad(WS-IdxEv) " "
                       WS-Ev-Glosa(WS-IdxEv) " (falta "
                       WS-Ev-Clave(WS-IdxEv) ")"
                       DELIMITED BY SIZE INTO Prueba-R
                   END-STRING
               ELSE
                   STRING WS-Cant-Lineas " " WS-Ev-Cuenta(WS-IdxEv)
                       " " WS-Ev-Lado(WS-IdxEv) " " WS-Imp-Edit " "
                       WS-Ev-Cantidad(WS-IdxEv) " "
                       WS-Ev-Glosa(WS-IdxEv)
                       DELIMITED BY SIZE INTO Prueba-R
                   END-STRING
               END-IF
               WRITE Prueba-R
           EXIT.

           *> Cruces contra las fuentes: deudores del asiento contra
           *> facturado mas saldo a favor aplicado (los componentes
           *> llevan ademas el cargo de conexion, y sin la diferencia
           *> de los planes de cuota fija), y lo cobrado neto
           *> contra los movimientos de caja (informativo).
           Escribir-Cruces.
               MOVE SPACES TO Prueba-R
               WRITE Prueba-R
               COMPUTE WS-Deudores-Fac =
                   WS-Fue-Facturado + WS-Fue-Aplicado
                   + WS-Fue-Compensado
               MOVE WS-Deudores-Fac TO WS-Imp-Edit
               COMPUTE WS-Fue-Componentes =
                   WS-Fue-Componentes + WS-Fue-Conectado
                   - WS-Fue-Plan-Ajuste
               MOVE WS-Fue-Componentes TO WS-Imp-Edit2
               MOVE SPACES TO Prueba-R
               STRING "Facturado + aplicado + compensado: " WS-Imp-Edit
                   "  comp.-subsidio+conexion-plan: " WS-Imp-Edit2
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               COMPUTE WS-Cobrado-Neto =
                   WS-Fue-Pagado - WS-Fue-Revertido - WS-Fue-Caja
               MOVE WS-Cobrado-Neto TO WS-Dif-Edit
               MOVE SPACES TO Prueba-R
               STRING "Pagos netos contra caja, diferencia: "
                   WS-Dif-Edit " (informativo)"
                   DELIMITED BY SIZE INTO Prueba-R
               END-STRING
               WRITE Prueba-R
               IF WS-FlagSinCuenta = 'Y' THEN
                   MOVE SPACES TO Prueba-R
                   MOVE "Hay conceptos sin cuenta en Contabilidad.CFG"
                       TO Prueba-R
                   WRITE Prueba-R
               END-IF
           EXIT.

           Registrar-Envio.
               OPEN EXTEND Envios
               IF WS-File-StatusEnv NOT = '00' THEN
                   OPEN OUTPUT Envios
               END-IF
               IF WS-File-StatusEnv = '00' THEN
                   MOVE SPACES TO Envio-R
                   STRING WS-Fecha " " WS-Hora
                       " Asiento=" WS-Fecha-Asiento
                       " Secuencia=" WS-Secuencia
                       " Lineas=" WS-Cant-Lineas
                       " Debe=" WS-Total-Debe
                       " Haber=" WS-Total-Haber
                       DELIMITED BY SIZE INTO Envio-R
                   END-STRING
                   WRITE Envio-R
                   CLOSE Envios
               END-IF
           EXIT.
