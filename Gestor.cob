               05 WS-FlagPlan       PIC X(1) VALUE 'N'.
               05 WS-Paso-Fallo     PIC X(1).
               05 WS-Paso-Mensaje   PIC X(80).
           *> RETURN-CODE de una opcion corrida suelta en batch; se
           *> aplica al terminar, despues de la auditoria (el CALL a
           *> "Auditoria" lo pisa).
           01 WS-Retorno-Batch      PIC 9(2) VALUE 0.
           *> Resultado de la corrida por periodo (opcion 25), guardado
           *> antes de la re-corrida anual que pisa MensajeRep; es lo
           *> que evalua el plan para decidir si el paso fallo.
               05 F-Cantidad    PIC 9(5).
               05 F-Mensaje     PIC X(45).
               05 F-Periodo     PIC X(15).
               05 F-Reemision   PIC X(20).
           *> Parametros del modulo "Tendencia" (opcion 14).
           01 WS-Tendencia-Parametros.
               05 T-Forzar          PIC X(1).
               05 LE-Medidor        PIC X(10).
               05 LE-Novedad        PIC X(1).
               05 LE-Ruta           PIC X(3).
               05 LE-Fecha          PIC 9(8).
           *> Parametros del modulo "Pagos" (opcion 20): alta de pagos
           *> contra Pagos.DAT y reporte de cuentas por cobrar.
           01 WS-Pagos-Parametros.
               05 PG-Monto-Txt      PIC X(15).
               05 PG-Medio          PIC X(2).
               05 PG-Mensaje        PIC X(80).
               05 PG-FechaPago      PIC 9(8).
               05 PG-Razon          PIC X(2).
               05 PG-Cargo-Txt      PIC X(15).
           *> Parametros del modulo "Anomalias" (opcion 21): revision
           *> mes a mes del detalle en busca de medidores rotos,
           *> fugas o manipulacion.
               05 RN-Veredicto      PIC X(8).
               05 RN-Mensaje        PIC X(80).
           *> Parametros del modulo "Interfaz" (opcion 28): archivo
           *> de intercambio para el banco recaudador. Accion C (o
           *> blanco) el ciclo, P las liberadas y refacturadas que
           *> todavia no salieron.
           01 WS-Interfaz-Parametros.
               05 IN-Accion         PIC X(1).
               05 IN-Cantidad       PIC 9(6).
               05 IN-Secuencia      PIC 9(6).
               05 IN-Mensaje        PIC X(80).
               05 OS-Cuadrilla-Ent  PIC X(10).
               05 OS-Cantidad       PIC 9(5).
               05 OS-Mensaje        PIC X(80).
               05 OS-Tipo-Ent       PIC X(1).
           *> Parametros del modulo "Convenios" (opcion 36): convenios
           *> de pago en cuotas sobre el saldo abierto.
           01 WS-Convenios-Parametros.
               05 RT-Ruta           PIC X(3).
               05 RT-Cantidad       PIC 9(5).
               05 RT-Mensaje        PIC X(80).
               05 RT-Formato        PIC X(1).
           *> Parametros del modulo "Refacturacion" (opcion 39):
           *> re-precio retroactivo con notas de credito/debito.
           01 WS-Refact-Parametros.
               05 OP-Accion         PIC X(1).
               05 OP-Usuario-Ent    PIC X(10).
               05 OP-Clave-Ent      PIC X(10).
               05 OP-Permisos-Ent   PIC X(65).
               05 OP-Resultado      PIC X(1).
               05 OP-Permisos-Sal   PIC X(65).
               05 OP-Mensaje        PIC X(80).
           *> Parametros del modulo "ConvertirOperadores": pasaje de
           *> Operadores.DAT al perfil de 65 posiciones, al arranque.
           01 WS-ConvOpe-Parametros.
               05 CO-Cantidad       PIC 9(5).
               05 CO-Mensaje        PIC X(80).
           *> Operador firmado en la sesion en curso: queda estampado
           *> en cada linea de Auditoria.Log y su perfil decide que
           *> opciones puede correr. Sin Operadores.DAT la instalacion
               05 CA-Fecha          PIC 9(8).
               05 CA-Declarado-Txt  PIC X(15).
               05 CA-Mensaje        PIC X(80).
           *> Parametros del modulo "Creditos" (opcion 49): saldos a
           *> favor de clientes, devoluciones con aprobacion y
           *> archivo de pagos al banco.
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
           *> Parametros del modulo "Inventario" (opcion 50): parque
           *> de medidores fisicos, instalaciones, retiros, cambios y
           *> vencimientos de calibracion.
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
           *> Parametros del modulo "Reclamos" (opcion 51): reclamos
           *> de clientes, ordenes de relectura/inspeccion y
           *> antiguedad contra el plazo por categoria.
           01 WS-Reclamos-Parametros.
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
           *> Parametros del modulo "Contabilidad" (opcion 52):
           *> asiento diario para el sistema contable con su prueba.
           01 WS-Contabilidad-Parametros.
               05 CT-Accion         PIC X(1).
               05 CT-Fecha          PIC 9(8).
               05 CT-Cantidad       PIC 9(6).
               05 CT-Veredicto      PIC X(13).
               05 CT-Mensaje        PIC X(80).
           *> Parametros del modulo "Campanias" (opcion 53): ranking
           *> de sospechosos de hurto, ordenes de inspeccion y
           *> recupero de las irregularidades confirmadas.
           01 WS-Campanias-Parametros.
               05 PC-Accion         PIC X(1).
               05 PC-Numero         PIC 9(6).
               05 PC-Resultado      PIC X(1).
               05 PC-Meses          PIC 9(2).
               05 PC-Kwh-Ref        PIC 9(5).
               05 PC-Cuadrilla      PIC X(10).
               05 PC-Cantidad       PIC 9(5).
               05 PC-Importe        PIC 9(8)V99.
               05 PC-Mensaje        PIC X(80).
           *> Parametros del modulo "Mudanzas" (opcion 54): baja del
           *> titular con factura final y cierre de la cuenta, alta
           *> del nuevo titular e historia de titulares.
           01 WS-Mudanzas-Parametros.
               05 MU-Accion         PIC X(1).
               05 MU-ID             PIC 9(5).
               05 MU-Medidor        PIC X(10).
               05 MU-Registro       PIC 9(5).
               05 MU-Nombre         PIC X(40).
               05 MU-Direccion      PIC X(40).
               05 MU-Cuenta         PIC X(22).
               05 MU-Operador       PIC X(10).
               05 MU-Factura        PIC 9(8).
               05 MU-Importe        PIC 9(10)V99.
               05 MU-Destino        PIC X(1).
               05 MU-Mensaje        PIC X(80).
           *> Parametros del modulo "Incobrables" (opcion 55): castigo
           *> de deudores cortados con aprobacion de supervisor,
           *> derivacion a la agencia de cobranza y sus recuperos.
           01 WS-Incobrables-Parametros.
               05 IB-Accion         PIC X(1).
               05 IB-Numero         PIC 9(6).
               05 IB-Fecha          PIC 9(8).
               05 IB-Operador       PIC X(10).
               05 IB-Autorizado     PIC X(1).
               05 IB-Cantidad       PIC 9(5).
               05 IB-Importe        PIC 9(12)V99.
               05 IB-Mensaje        PIC X(80).
           *> Parametros del modulo "ImpresionFacturas" (opcion 56):
           *> una pagina por factura con el talon de pago, en el orden
           *> de reparto de la ruta. Accion C (o blanco) el ciclo, P
           *> las liberadas y refacturadas que todavia no se
           *> imprimieron (sin filtro de ruta).
           01 WS-Impresion-Parametros.
               05 BI-Accion         PIC X(1).
               05 BI-Ruta           PIC X(3).
               05 BI-Cantidad       PIC 9(5).
               05 BI-Mensaje        PIC X(80).
           *> Parametros del modulo "ConvertirHistorico" (opcion 57):
           *> carga por unica vez de FacturasIDX.DAT desde el texto y
           *> exportacion del texto desde el indice.
           01 WS-ConvHist-Parametros.
               05 HC-Accion         PIC X(1).
               05 HC-Cantidad       PIC 9(7).
               05 HC-Rechazos       PIC 9(5).
               05 HC-Mensaje        PIC X(80).
           *> Parametros del modulo "Debitos" (opcion 58): mandatos
           *> de debito automatico, presentacion al banco y su
           *> respuesta.
           01 WS-Debitos-Parametros.
               05 DA-Accion         PIC X(1).
               05 DA-ID             PIC 9(5).
               05 DA-Banco          PIC X(3).
               05 DA-Cuenta         PIC X(22).
               05 DA-Desde          PIC 9(8).
               05 DA-Hasta          PIC 9(8).
               05 DA-Fecha          PIC 9(8).
               05 DA-Archivo        PIC X(20).
               05 DA-Cantidad       PIC 9(5).
               05 DA-Rechazados     PIC 9(5).
               05 DA-Importe        PIC 9(12)V99.
               05 DA-Mensaje        PIC X(80).
           *> Parametros del modulo "Interrupciones" (opcion 59):
           *> registro de cortes del servicio, compensaciones por
           *> calidad y el informe por zona para el regulador.
           01 WS-Interrupciones-Parametros.
               05 IR-Accion         PIC X(1).
               05 IR-Numero         PIC 9(6).
               05 IR-Ambito         PIC X(1).
               05 IR-Codigo         PIC X(10).
               05 IR-Inicio         PIC 9(12).
               05 IR-Fin            PIC 9(12).
               05 IR-Causa          PIC X(30).
               05 IR-Tipo           PIC X(1).
               05 IR-Periodo        PIC 9(6).
               05 IR-Cantidad       PIC 9(5).
               05 IR-Importe        PIC 9(12)V99.
               05 IR-Mensaje        PIC X(80).
           *> Parametros del modulo "ConciliacionBanco" (opcion 60):
           *> carga del extracto de la cuenta recaudadora y
           *> conciliacion contra cierres de caja y rendiciones.
           01 WS-ConcBanco-Parametros.
               05 BC-Accion         PIC X(1).
               05 BC-Archivo        PIC X(20).
               05 BC-Extracto       PIC X(6).
               05 BC-Linea          PIC 9(6).
               05 BC-Conciliadas    PIC 9(6).
               05 BC-Pendientes     PIC 9(6).
               05 BC-Mensaje        PIC X(80).
           *> Parametros del modulo "Presupuesto" (opcion 61): plan
           *> de cuotas fijas, revision de cuotas y liquidacion de
           *> aniversario.
           01 WS-Presupuesto-Parametros.
               05 PS-Accion         PIC X(1).
               05 PS-ID             PIC 9(5).
               05 PS-Cantidad       PIC 9(5).
               05 PS-Importe        PIC 9(12)V99.
               05 PS-Mensaje        PIC X(80).
           *> Parametros del modulo "Retenidas" (opcion 62): cola de
           *> facturas retenidas en la revision previa a la salida.
           01 WS-Retenidas-Parametros.
               05 RV-Accion         PIC X(1).
               05 RV-Numero         PIC 9(8).
               05 RV-Consumo        PIC 9(5).
               05 RV-Corregido      PIC X(1).
               05 RV-Costo          PIC 9(4)V99.
               05 RV-Operador       PIC X(10).
               05 RV-Autorizado     PIC X(1).
               05 RV-Cantidad       PIC 9(5).
               05 RV-Mensaje        PIC X(80).
           *> Parametros del modulo "Conexiones" (opcion 63):
           *> solicitudes de conexion nueva hasta la instalacion.
           01 WS-Conexiones-Parametros.
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
           *> Parametros del modulo "Integridad" (opcion 64): controles
           *> cruzados entre maestros y archivos de movimientos.
           01 WS-Integridad-Parametros.
               05 IG-Accion         PIC X(1).
               05 IG-Graves         PIC 9(5).
               05 IG-Advertencias   PIC 9(5).
               05 IG-Mensaje        PIC X(80).
           *> Parametros del modulo "LibroIVA" (opcion 65): libro IVA
           *> ventas del mes y archivo de presentacion.
           01 WS-LibroIVA-Parametros.
               05 LV-Accion         PIC X(1).
               05 LV-Periodo        PIC 9(6).
               05 LV-Cantidad       PIC 9(5).
               05 LV-Mensaje        PIC X(80).
           01 WS-Operador           PIC X(10) VALUE SPACES.
           01 WS-Permisos-Operador  PIC X(65) VALUE SPACES.
           01 WS-FlagControl        PIC X(1) VALUE 'N'.
           01 WS-Opcion-Denegada    PIC X(1) VALUE 'N'.
           01 WS-Intentos           PIC 9(1).
           *> identifica con la cuenta de trabajo BATCH, que tiene su
           *> propio perfil como cualquier operador. Si Operadores.DAT
           *> no existe todavia, se sigue sin control como siempre.
           *> Un Operadores.DAT con el perfil viejo de 60 posiciones
           *> se convierte antes de validar (una sola vez; despues la
           *> conversion no encuentra nada que hacer).
           Identificar-Operador.
               CALL "ConvertirOperadores" USING WS-ConvOpe-Parametros
               IF CO-Cantidad > 0 THEN
                   DISPLAY CO-Mensaje
               END-IF
               MOVE "V" TO OP-Accion
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE "BATCH" TO OP-Usuario-Ent
           Controlar-Permiso.
               MOVE 'N' TO WS-Opcion-Denegada
               IF WS-FlagControl = 'Y' AND WS-opcion NOT = 99 THEN
                   IF WS-opcion >= 1 AND WS-opcion <= 65 THEN
                       IF WS-Permisos-Operador(WS-opcion:1)
                               NOT = 'Y' THEN
                           MOVE 'Y' TO WS-Opcion-Denegada
                   DISPLAY "35.Ordenes de Servicio (corte/reconexion)"
                   DISPLAY "36.Convenios de Pago en Cuotas"
                   DISPLAY "37.Puntos de Suministro (medidores)"
                   DISPLAY "38.Libro de Ruta / Descarga Terminales"
                   DISPLAY "39.Refacturacion Retroactiva (notas)"
                   DISPLAY "40.Simulacion de Tarifa Propuesta"
                   DISPLAY "41.Reclamo de Subsidios al Gobierno"
                   DISPLAY "46.Consulta Integral de un Cliente"
                   DISPLAY "47.Balance de Energia por Zona"
                   DISPLAY "48.Sesiones de Caja y Arqueo"
                   DISPLAY "49.Saldos a Favor y Devoluciones"
                   DISPLAY "50.Inventario de Medidores y Calibracion"
                   DISPLAY "51.Reclamos de Clientes"
                   DISPLAY "52.Interfaz Contable"
                   DISPLAY "53.Campanias de Control de Perdidas"
                   DISPLAY "54.Mudanzas (Baja y Alta de Titular)"
                   DISPLAY "55.Incobrables y Agencia de Cobranza"
                   DISPLAY "56.Impresion de Facturas con Talon"
                   DISPLAY "57.Historico de Facturas Indexado"
                   DISPLAY "58.Debito Automatico"
                   DISPLAY "59.Interrupciones y Calidad de Servicio"
                   DISPLAY "60.Conciliacion Bancaria"
                   DISPLAY "61.Plan de Cuotas Fijas"
                   DISPLAY "62.Revision de Facturas Retenidas"
                   DISPLAY "63.Solicitudes de Conexion"
                   DISPLAY "64.Control de Integridad de Archivos"
                   DISPLAY "65.Libro IVA Ventas"
                   DISPLAY "99.Salir"
                   ACCEPT WS-Opcion
                   DISPLAY X"1B" & "[2J"
                   PERFORM Ejecutar-Plan
               ELSE
                   PERFORM Ejecutar-Opcion
                   MOVE WS-Retorno-Batch TO RETURN-CODE
               END-IF
               STOP RUN
           EXIT.
                       MOVE BZ-Mensaje TO WS-Paso-Mensaje
                   WHEN 48
                       MOVE CA-Mensaje TO WS-Paso-Mensaje
                   WHEN 49
                       MOVE CR-Mensaje TO WS-Paso-Mensaje
                   WHEN 50
                       MOVE IM-Mensaje TO WS-Paso-Mensaje
                   WHEN 51
                       MOVE RQ-Mensaje TO WS-Paso-Mensaje
                   WHEN 52
                       MOVE CT-Mensaje TO WS-Paso-Mensaje
                   WHEN 53
                       MOVE PC-Mensaje TO WS-Paso-Mensaje
                   WHEN 54
                       MOVE MU-Mensaje TO WS-Paso-Mensaje
                   WHEN 55
                       MOVE IB-Mensaje TO WS-Paso-Mensaje
                   WHEN 56
                       MOVE BI-Mensaje TO WS-Paso-Mensaje
                   WHEN 57
                       MOVE HC-Mensaje TO WS-Paso-Mensaje
                   WHEN 58
                       MOVE DA-Mensaje TO WS-Paso-Mensaje
                   WHEN 59
                       MOVE IR-Mensaje TO WS-Paso-Mensaje
                   WHEN 60
                       MOVE BC-Mensaje TO WS-Paso-Mensaje
                   WHEN 61
                       MOVE PS-Mensaje TO WS-Paso-Mensaje
                   WHEN 62
                       MOVE RV-Mensaje TO WS-Paso-Mensaje
                   WHEN 63
                       MOVE NS-Mensaje TO WS-Paso-Mensaje
                   WHEN 64
                       MOVE IG-Mensaje TO WS-Paso-Mensaje
                   WHEN 65
                       MOVE LV-Mensaje TO WS-Paso-Mensaje
               END-EVALUATE
           EXIT.

                       PERFORM Balancear-Zonas
                   WHEN 48
                       PERFORM Gestionar-Caja
                   WHEN 49
                       PERFORM Gestionar-Creditos
                   WHEN 50
                       PERFORM Gestionar-Inventario
                   WHEN 51
                       PERFORM Gestionar-Reclamos
                   WHEN 52
                       PERFORM Gestionar-Contabilidad
                   WHEN 53
                       PERFORM Gestionar-Campanias
                   WHEN 54
                       PERFORM Gestionar-Mudanzas
                   WHEN 55
                       PERFORM Gestionar-Incobrables
                   WHEN 56
                       PERFORM Imprimir-Facturas
                   WHEN 57
                       PERFORM Convertir-Historico
                   WHEN 58
                       PERFORM Gestionar-Debitos
                   WHEN 59
                       PERFORM Gestionar-Interrupciones
                   WHEN 60
                       PERFORM Conciliar-Banco
                   WHEN 61
                       PERFORM Gestionar-Presupuesto
                   WHEN 62
                       PERFORM Revisar-Retenidas
                   WHEN 63
                       PERFORM Gestionar-Conexiones
                   WHEN 64
                       PERFORM Controlar-Integridad
                   WHEN 65
                       PERFORM Generar-Libro-IVA
                   WHEN 99
                       DISPLAY "Gracias Por Usar la App "
                       PERFORM Registrar-Auditoria
                       END-STRING
                   *> El cierre y sobre todo la reapertura de un mes
                   *> quedan asentados con la accion y el mes tocado.
                   *> Una reversion queda asentada con el pago que
                   *> anulo.
                   WHEN 20
                       IF PG-Accion = "V" THEN
                           STRING "Accion=V ID=" PG-ID
                               " FechaPago=" PG-FechaPago
                               " Importe=" PG-Monto-Txt
                               " Razon=" PG-Razon
                               DELIMITED BY SIZE
                               INTO AU-Detalle
                           END-STRING
                       END-IF
                   WHEN 43
                       STRING "Accion=" PD-Accion
                           " Mes=" PD-Mes-Ent
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Pedido, aprobacion o rechazo de una devolucion
                   *> quedan asentados con el cliente y el numero.
                   WHEN 49
                       STRING "Accion=" CR-Accion
                           " ID=" CR-ID
                           " Devolucion=" CR-Numero
                           " Importe=" CR-Monto-Txt
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   WHEN 50
                       STRING "Accion=" IM-Accion
                           " Serie=" IM-Serie
                           " Suministro=" IM-Suministro
                           " Registro=" IM-Registro
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   WHEN 51
                       STRING "Accion=" RQ-Accion
                           " Reclamo=" RQ-Numero
                           " ID=" RQ-ID
                           " Factura=" RQ-Factura
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   WHEN 52
                       STRING "Accion=" CT-Accion
                           " Fecha=" CT-Fecha
                           " Resultado=" CT-Veredicto
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> El resultado de una inspeccion queda asentado con
                   *> el importe del recupero facturado.
                   WHEN 53
                       STRING "Accion=" PC-Accion
                           " Sospechoso=" PC-Numero
                           " Resultado=" PC-Resultado
                           " Cantidad=" PC-Cantidad
                           " Importe=" PC-Importe
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> La baja queda con su factura final y el destino
                   *> que se le dio al saldo de la cuenta.
                   WHEN 54
                       STRING "Accion=" MU-Accion
                           " ID=" MU-ID
                           " Medidor=" MU-Medidor
                           " Factura=" MU-Factura
                           " Importe=" MU-Importe
                           " Destino=" MU-Destino
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Quien castigo o rechazo cada caso queda asentado
                   *> con lo castigado o recuperado en la corrida.
                   WHEN 55
                       STRING "Accion=" IB-Accion
                           " Caso=" IB-Numero
                           " Autorizado=" IB-Autorizado
                           " Cantidad=" IB-Cantidad
                           " Importe=" IB-Importe
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Altas, bajas y cambios de cuenta de los mandatos
                   *> quedan asentados con el cliente afectado.
                   WHEN 58
                       STRING "Accion=" DA-Accion
                           " ID=" DA-ID
                           " Banco=" DA-Banco
                           " Cantidad=" DA-Cantidad
                           " Importe=" DA-Importe
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Altas y cierres de cortes, y cada corrida
                   *> mensual con lo compensado.
                   WHEN 59
                       STRING "Accion=" IR-Accion
                           " Numero=" IR-Numero
                           " Periodo=" IR-Periodo
                           " Cantidad=" IR-Cantidad
                           " Importe=" IR-Importe
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Cargas de extractos, reconciliaciones y lineas
                   *> revisadas a mano.
                   WHEN 60
                       STRING "Accion=" BC-Accion
                           " Extracto=" BC-Extracto
                           " Linea=" BC-Linea
                           " Conciliadas=" BC-Conciliadas
                           " Pendientes=" BC-Pendientes
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Adhesiones, bajas y corridas de revision y de
                   *> liquidacion con lo emitido en notas.
                   WHEN 61
                       STRING "Accion=" PS-Accion
                           " ID=" PS-ID
                           " Cantidad=" PS-Cantidad
                           " Importe=" PS-Importe
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Quien libero, mantuvo o anulo cada retenida.
                   WHEN 62
                       STRING "Accion=" RV-Accion
                           " Factura=" RV-Numero
                           " Autorizado=" RV-Autorizado
                           " Consumo=" RV-Consumo
                           " Cantidad=" RV-Cantidad
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Cada paso de la solicitud, con el medidor y el
                   *> cliente creado al instalar.
                   WHEN 63
                       STRING "Accion=" NS-Accion
                           " Solicitud=" NS-Numero
                           " Medidor=" NS-Serie
                           " Registro=" NS-Registro
                           " ID=" NS-ID
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   *> Resultado de los controles: cantidades graves y
                   *> advertencias que dejo la corrida.
                   WHEN 64
                       STRING "Graves=" IG-Graves
                           " Advertencias=" IG-Advertencias
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
                   WHEN 65
                       STRING "Periodo=" LV-Periodo
                           " Comprobantes=" LV-Cantidad
                           DELIMITED BY SIZE
                           INTO AU-Detalle
                       END-STRING
               END-EVALUATE
           EXIT.

           *> control de doble facturacion en CicloFacturacion.DAT.
           Generar-Facturas.
               MOVE Costo TO F-Costo
               MOVE SPACES TO F-Periodo F-Reemision
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO F-Periodo
               ELSE
           *> sola lectura.
           Registrar-Lecturas.
               MOVE SPACES TO LE-Medidor LE-Novedad LE-Ruta
               MOVE 0 TO LE-Fecha
               IF WS-Modo-Batch = 'Y' THEN
                   EVALUATE WS-Batch-Arg1
                       WHEN "L"
                       WHEN "T"
                           MOVE WS-Batch-Arg1 TO LE-Accion
                           MOVE WS-Batch-Arg2 TO LE-Archivo
                           MOVE WS-Batch-Arg3 TO LE-Ruta
                       WHEN "P"
                           MOVE "P" TO LE-Accion
                           IF WS-Batch-Arg2(1:8) IS NUMERIC THEN
                               MOVE WS-Batch-Arg2(1:8) TO LE-Fecha
                           END-IF
                       WHEN OTHER
                           MOVE "U" TO LE-Accion
                           MOVE WS-Batch-Arg1 TO LE-ID
                           MOVE WS-Batch-Arg2 TO LE-Mes
                           MOVE WS-Batch-Arg3 TO LE-Consumo
                   END-EVALUATE
               ELSE
                   DISPLAY "U.Una lectura  L.Archivo de entrega"
                   DISPLAY "T.Carga de terminal portatil"
                   DISPLAY "P.Productividad de lectores"
                   DISPLAY "Accion: "
                   ACCEPT LE-Accion
                   EVALUATE LE-Accion
                       WHEN "L"
                           DISPLAY "Archivo de entrega: "
                           ACCEPT LE-Archivo
                           DISPLAY "Ruta de la entrega (vacio = sin "
                               "control de ruta): "
                           ACCEPT LE-Ruta
                       WHEN "T"
                           DISPLAY "Ruta de la terminal: "
                           ACCEPT LE-Ruta
                           DISPLAY "Archivo de la terminal (vacio = "
                               "CargaRuta_<ruta>.DAT): "
                           ACCEPT LE-Archivo
                       WHEN "P"
                           DISPLAY "Dia AAAAMMDD o mes AAAAMM00 (vacio "
                               "= hoy): "
                           ACCEPT LE-Fecha
                       WHEN OTHER
                           DISPLAY "ID del cliente: "
                           ACCEPT LE-ID
                           DISPLAY "Mes: "
                           ACCEPT LE-Mes
                           DISPLAY "Medidor (vacio = por ID): "
                           ACCEPT LE-Medidor
                           IF LE-Medidor = SPACES THEN
                               DISPLAY "Consumo (kwh): "
                               ACCEPT LE-Consumo
                           ELSE
                               DISPLAY "Registro actual del dial: "
                               ACCEPT LE-Consumo
                               DISPLAY "Novedad (vacio normal, C "
                                   "cambio de medidor, I carga "
                                   "inicial): "
                               ACCEPT LE-Novedad
                           END-IF
                   END-EVALUATE
               END-IF
               CALL "Lecturas" USING WS-Lecturas-Parametros
               DISPLAY LE-Mensaje
           *> Pagos contra las facturas emitidas. En batch:
           *> "20 R <ID> <monto> <medio>" registra un pago (el medio
           *> va en el cuarto argumento, que no existe; se usa EF por
           *> omision) y "20 A" genera CuentasPorCobrar.Txt. La
           *> reversion de un pago (V) pide cinco datos y es solo por
           *> menu.
           Gestionar-Pagos.
               MOVE 0 TO PG-FechaPago
               MOVE SPACES TO PG-Razon PG-Cargo-Txt
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO PG-Accion
                   IF PG-Accion = "R" THEN
                       MOVE "EF" TO PG-Medio
                   END-IF
               ELSE
                   DISPLAY "R.Registrar pago  A.Reporte de cartera  "
                       "V.Revertir pago"
                   DISPLAY "Accion: "
                   ACCEPT PG-Accion
                   IF PG-Accion = "R" THEN
                       DISPLAY "Medio (EF/TR/CH): "
                       ACCEPT PG-Medio
                   END-IF
                   IF PG-Accion = "V" THEN
                       DISPLAY "ID del cliente: "
                       ACCEPT PG-ID
                       DISPLAY "Fecha del pago original (AAAAMMDD): "
                       ACCEPT PG-FechaPago
                       DISPLAY "Importe del pago original: "
                       ACCEPT PG-Monto-Txt
                       DISPLAY "Razon (CH.Cheque rechazado "
                           "CB.Contracargo): "
                       ACCEPT PG-Razon
                       DISPLAY "Cargo al cliente (vacio = sin cargo): "
                       ACCEPT PG-Cargo-Txt
                   END-IF
               END-IF
               CALL "Pagos" USING WS-Pagos-Parametros
               DISPLAY PG-Mensaje
           *> Arma InterfazBanco.DAT desde Facturas.Txt (header,
           *> detalles fijos, trailer con hash), avanza la secuencia
           *> de generacion y deja rastro en InterfazEnvios.Log.
           *> Las liberadas y refacturadas despues del ciclo salen
           *> solas con "28 PENDIENTES" (interactivo respondiendo P).
           Generar-Interfaz.
               MOVE "C" TO IN-Accion
               IF WS-Modo-Batch = 'Y' THEN
                   IF WS-Batch-Arg1 = "PENDIENTES" THEN
                       MOVE "P" TO IN-Accion
                   END-IF
               ELSE
                   DISPLAY "Solo liberadas y refacturadas pendientes"
                       " (P = si, Enter = ciclo): "
                   ACCEPT IN-Accion
               END-IF
               CALL "Interfaz" USING WS-Interfaz-Parametros
               DISPLAY IN-Mensaje
           EXIT.

           *> Libro de ruta ordenado por ruta y secuencia, con el
           *> ultimo registro capturado de cada medidor. En batch:
           *> "38 [ruta]" (sin ruta imprime todas); "38 <ruta|*> D"
           *> genera la descarga para las terminales portatiles.
           Generar-Libro-Ruta.
               MOVE SPACES TO RT-Ruta RT-Formato
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO RT-Ruta
                   MOVE WS-Batch-Arg2 TO RT-Formato
               ELSE
                   DISPLAY "Ruta (vacio = todas): "
                   ACCEPT RT-Ruta
                   DISPLAY "L.Libro impreso  D.Descarga terminales: "
                   ACCEPT RT-Formato
               END-IF
               IF RT-Ruta = "*" THEN
                   MOVE SPACES TO RT-Ruta
               END-IF
               CALL "Rutas" USING WS-Rutas-Parametros
               DISPLAY RT-Mensaje
           EXIT.

           *> Altas y cambios de operadores y sus perfiles. El perfil
           *> es una tira de 65 posiciones Y/N (posicion = numero de
           *> opcion) o la palabra TODAS. Batch: "44 A <usuario>
           *> <clave>" (alta con perfil completo); perfiles acotados y
           *> cambios de clave, por el menu interactivo.
                       ACCEPT OP-Clave-Ent
                   END-IF
                   IF OP-Accion = "A" OR OP-Accion = "P" THEN
                       DISPLAY "Perfil (65 posiciones Y/N por opcion, "
                           "o TODAS): "
                       ACCEPT OP-Permisos-Ent
                   END-IF
               DISPLAY CA-Mensaje
           EXIT.

           *> Saldos a favor: el libro se pone al dia solo al emitir
           *> el ciclo y con el listado; las devoluciones se piden,
           *> las aprueba (o rechaza) otro operador con el permiso de
           *> la opcion 44 y salen al banco en DevolucionesBanco.DAT.
           *> Batch: "49 D" (actualizar), "49 L" (listado de cierre
           *> de mes), "49 R" (registro de devoluciones), "49 G"
           *> (archivo al banco), "49 S <id> <cuenta>" (pide todo el
           *> disponible), "49 P <numero>" / "49 N <numero>".
           Gestionar-Creditos.
               MOVE 0 TO CR-ID CR-Numero CR-Factura CR-Importe
                   CR-Aplicado
               MOVE SPACES TO CR-Monto-Txt CR-Cuenta
               MOVE WS-Operador TO CR-Operador
               MOVE "N" TO CR-Autorizado
               IF WS-FlagControl = 'Y' AND
                  WS-Permisos-Operador(44:1) = 'Y' THEN
                   MOVE "Y" TO CR-Autorizado
               END-IF
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO CR-Accion
                   EVALUATE CR-Accion
                       WHEN "S"
                           MOVE WS-Batch-Arg2 TO CR-ID
                           MOVE WS-Batch-Arg3 TO CR-Cuenta
                       WHEN "P"
                           MOVE WS-Batch-Arg2 TO CR-Numero
                       WHEN "N"
                           MOVE WS-Batch-Arg2 TO CR-Numero
                   END-EVALUATE
               ELSE
                   DISPLAY "D.Actualizar saldos  L.Listado de saldos  "
                       "S.Pedir devolucion  P.Aprobar  N.Rechazar"
                   DISPLAY "G.Archivo de devoluciones al banco  "
                       "R.Registro de devoluciones"
                   DISPLAY "Accion: "
                   ACCEPT CR-Accion
                   EVALUATE CR-Accion
                       WHEN "S"
                           DISPLAY "ID del cliente: "
                           ACCEPT CR-ID
                           DISPLAY "Importe (vacio = todo el saldo a "
                               "favor): "
                           ACCEPT CR-Monto-Txt
                           DISPLAY "Cuenta bancaria (CBU): "
                           ACCEPT CR-Cuenta
                       WHEN "P"
                           DISPLAY "Numero de devolucion: "
                           ACCEPT CR-Numero
                       WHEN "N"
                           DISPLAY "Numero de devolucion: "
                           ACCEPT CR-Numero
                   END-EVALUATE
               END-IF
               CALL "Creditos" USING WS-Creditos-Parametros
               DISPLAY CR-Mensaje
           EXIT.

           *> Inventario de medidores fisicos. Batch: "50 V [dias]"
           *> (vencimientos de calibracion), "50 L" (listado), "50 A
           *> <serie> <vencimiento>", "50 I <serie> <suministro>"
           *> (registro inicial cero), "50 R <serie> <registro
           *> final>", "50 K <serie> <vencimiento>", "50 U <serie>
           *> <ubicacion>"; el cambio de medidor y la modificacion
           *> van por menu.
           Gestionar-Inventario.
               MOVE SPACES TO IM-Serie IM-Marca IM-Modelo
                   IM-Suministro IM-Serie-Nueva IM-Ubicacion
               MOVE 0 TO IM-Multiplicador IM-Registro
                   IM-Registro-Nuevo IM-Fecha IM-Dias
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO IM-Accion
                   MOVE WS-Batch-Arg2 TO IM-Serie
                   EVALUATE IM-Accion
                       WHEN "V"
                           IF WS-Batch-Arg2 NOT = SPACES THEN
                               MOVE WS-Batch-Arg2 TO IM-Dias
                           END-IF
                       WHEN "A"
                           MOVE WS-Batch-Arg3 TO IM-Fecha
                       WHEN "K"
                           MOVE WS-Batch-Arg3 TO IM-Fecha
                       WHEN "I"
                           MOVE WS-Batch-Arg3 TO IM-Suministro
                       WHEN "R"
                           MOVE WS-Batch-Arg3 TO IM-Registro
                       WHEN "U"
                           MOVE WS-Batch-Arg3 TO IM-Ubicacion
                   END-EVALUATE
               ELSE
                   DISPLAY "A.Alta  M.Modificar  I.Instalar  R.Retirar"
                       "  C.Cambio de medidor  U.Mover"
                   DISPLAY "K.Calibracion  V.Vencimientos  L.Listado"
                   DISPLAY "Accion: "
                   ACCEPT IM-Accion
                   EVALUATE IM-Accion
                       WHEN "A"
                           PERFORM Pedir-Ficha-Medidor
                       WHEN "M"
                           PERFORM Pedir-Ficha-Medidor
                       WHEN "I"
                           DISPLAY "Serie: "
                           ACCEPT IM-Serie
                           DISPLAY "Suministro (medidor del punto): "
                           ACCEPT IM-Suministro
                           DISPLAY "Registro inicial: "
                           ACCEPT IM-Registro
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT IM-Fecha
                       WHEN "R"
                           DISPLAY "Serie: "
                           ACCEPT IM-Serie
                           DISPLAY "Registro final: "
                           ACCEPT IM-Registro
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT IM-Fecha
                       WHEN "C"
                           DISPLAY "Suministro (medidor del punto): "
                           ACCEPT IM-Suministro
                           DISPLAY "Registro final del retirado: "
                           ACCEPT IM-Registro
                           DISPLAY "Serie del medidor nuevo: "
                           ACCEPT IM-Serie-Nueva
                           DISPLAY "Registro inicial del nuevo: "
                           ACCEPT IM-Registro-Nuevo
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT IM-Fecha
                       WHEN "U"
                           DISPLAY "Serie: "
                           ACCEPT IM-Serie
                           DISPLAY "S.Stock  L.Laboratorio  "
                               "B.Desguace: "
                           ACCEPT IM-Ubicacion
                       WHEN "K"
                           DISPLAY "Serie: "
                           ACCEPT IM-Serie
                           DISPLAY "Nuevo vencimiento AAAAMMDD: "
                           ACCEPT IM-Fecha
                       WHEN "V"
                           DISPLAY "Ventana en dias (0 = 30): "
                           ACCEPT IM-Dias
                   END-EVALUATE
               END-IF
               CALL "Inventario" USING WS-Inventario-Parametros
               DISPLAY IM-Mensaje
           EXIT.

           *> Reclamos de clientes. Batch: "51 S" (antiguedad contra
           *> el plazo), "51 L" (listado), "51 O <reclamo> <L/S>"
           *> (orden de relectura o inspeccion), "51 R <reclamo>
           *> <P/D>" (cierre procedente o desestimado); el alta va
           *> por menu.
           Gestionar-Reclamos.
               MOVE 0 TO RQ-Numero RQ-ID RQ-Factura
               MOVE SPACES TO RQ-Suministro RQ-Categoria RQ-Detalle
                   RQ-Resultado RQ-Tipo-Orden
               MOVE WS-Operador TO RQ-Operador
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO RQ-Accion
                   EVALUATE RQ-Accion
                       WHEN "O"
                           MOVE WS-Batch-Arg2 TO RQ-Numero
                           MOVE WS-Batch-Arg3 TO RQ-Tipo-Orden
                       WHEN "R"
                           MOVE WS-Batch-Arg2 TO RQ-Numero
                           MOVE WS-Batch-Arg3 TO RQ-Resultado
                   END-EVALUATE
               ELSE
                   DISPLAY "A.Alta  O.Orden de relectura/inspeccion  "
                       "R.Resolver  S.Antiguedad  L.Listado"
                   DISPLAY "Accion: "
                   ACCEPT RQ-Accion
                   EVALUATE RQ-Accion
                       WHEN "A"
                           DISPLAY "ID del cliente: "
                           ACCEPT RQ-ID
                           DISPLAY "Suministro (vacio = ninguno): "
                           ACCEPT RQ-Suministro
                           DISPLAY "Factura reclamada (0 = ninguna): "
                           ACCEPT RQ-Factura
                           DISPLAY "Categoria FA/LE/DO/CS/OT: "
                           ACCEPT RQ-Categoria
                           DISPLAY "Detalle: "
                           ACCEPT RQ-Detalle
                       WHEN "O"
                           DISPLAY "Numero de reclamo: "
                           ACCEPT RQ-Numero
                           DISPLAY "L.Relectura  S.Inspeccion: "
                           ACCEPT RQ-Tipo-Orden
                       WHEN "R"
                           DISPLAY "Numero de reclamo: "
                           ACCEPT RQ-Numero
                           DISPLAY "P.Procedente  D.Desestimado: "
                           ACCEPT RQ-Resultado
                           DISPLAY "Resolucion: "
                           ACCEPT RQ-Detalle
                   END-EVALUATE
               END-IF
               CALL "Reclamos" USING WS-Reclamos-Parametros
               DISPLAY RQ-Mensaje
           EXIT.

           *> Interfaz contable. Batch: "52 A [AAAAMMDD]" genera el
           *> asiento del dia indicado (hoy si no viene) en
           *> AsientosGL.DAT con su prueba en AsientosPrueba.Txt; el
           *> dia desbalanceado lo escala "ResumenNocturno".
           Gestionar-Contabilidad.
               MOVE 0 TO CT-Fecha
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO CT-Accion
                   IF WS-Batch-Arg2 NOT = SPACES THEN
                       MOVE WS-Batch-Arg2 TO CT-Fecha
                   END-IF
               ELSE
                   DISPLAY "A.Asiento diario"
                   DISPLAY "Accion: "
                   ACCEPT CT-Accion
                   EVALUATE CT-Accion
                       WHEN "A"
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT CT-Fecha
                   END-EVALUATE
               END-IF
               CALL "Contabilidad" USING WS-Contabilidad-Parametros
               DISPLAY CT-Mensaje
           EXIT.

           *> Campanias de control de perdidas. Batch: "53 R" arma el
           *> ranking de sospechosos, "53 O [n]" emite las ordenes de
           *> inspeccion de los n primeros (ORDENES= si no viene),
           *> "53 I <sospechoso> <K/A/C/F>" registra la inspeccion con
           *> los meses y la referencia de Campanias.CFG, "53 L"
           *> listado.
           Gestionar-Campanias.
               MOVE 0 TO PC-Numero PC-Meses PC-Kwh-Ref PC-Cantidad
               MOVE SPACES TO PC-Resultado
               MOVE WS-Operador TO PC-Cuadrilla
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO PC-Accion
                   EVALUATE PC-Accion
                       WHEN "O"
                           IF WS-Batch-Arg2 NOT = SPACES THEN
                               MOVE WS-Batch-Arg2 TO PC-Cantidad
                           END-IF
                       WHEN "I"
                           MOVE WS-Batch-Arg2 TO PC-Numero
                           MOVE WS-Batch-Arg3 TO PC-Resultado
                   END-EVALUATE
               ELSE
                   DISPLAY "R.Ranking de sospechosos  O.Emitir ordenes"
                       "  I.Registrar inspeccion  L.Listado"
                   DISPLAY "Accion: "
                   ACCEPT PC-Accion
                   EVALUATE PC-Accion
                       WHEN "O"
                           DISPLAY "Cantidad de ordenes (0 = CFG): "
                           ACCEPT PC-Cantidad
                       WHEN "I"
                           DISPLAY "Numero de sospechoso: "
                           ACCEPT PC-Numero
                           DISPLAY "K.Sin novedad  A.Adulterado  "
                               "C.Clandestina  F.Falla: "
                           ACCEPT PC-Resultado
                           DISPLAY "Cuadrilla: "
                           ACCEPT PC-Cuadrilla
                           IF PC-Resultado = "A" OR
                              PC-Resultado = "C" THEN
                               DISPLAY "Meses a recuperar (0 = CFG): "
                               ACCEPT PC-Meses
                               DISPLAY "Consumo mensual estimado kwh "
                                   "(0 = promedio previo): "
                               ACCEPT PC-Kwh-Ref
                           END-IF
                   END-EVALUATE
               END-IF
               CALL "Campanias" USING WS-Campanias-Parametros
               DISPLAY PC-Mensaje
           EXIT.

           *> Mudanzas. Batch: "54 B <ID> <lectura final>" da de baja
           *> al titular en el medidor del maestro (sin domicilio
           *> postal nuevo ni cuenta para devolver; esos casos y las
           *> altas van por el menu), "54 H [medidor]" historia de
           *> titulares en Titulares.Txt.
           Gestionar-Mudanzas.
               MOVE 0 TO MU-ID MU-Registro
               MOVE SPACES TO MU-Medidor MU-Nombre MU-Direccion
                   MU-Cuenta
               MOVE WS-Operador TO MU-Operador
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO MU-Accion
                   EVALUATE MU-Accion
                       WHEN "B"
                           MOVE WS-Batch-Arg2 TO MU-ID
                           MOVE WS-Batch-Arg3 TO MU-Registro
                       WHEN "H"
                           MOVE WS-Batch-Arg2 TO MU-Medidor
                   END-EVALUATE
               ELSE
                   DISPLAY "B.Baja de titular  A.Alta de titular  "
                       "H.Historia de titulares"
                   DISPLAY "Accion: "
                   ACCEPT MU-Accion
                   EVALUATE MU-Accion
                       WHEN "B"
                           DISPLAY "ID del cliente que se va: "
                           ACCEPT MU-ID
                           DISPLAY "Medidor (vacio = el del maestro): "
                           ACCEPT MU-Medidor
                           DISPLAY "Lectura final: "
                           ACCEPT MU-Registro
                           DISPLAY "Domicilio postal nuevo (opcional): "
                           ACCEPT MU-Direccion
                           DISPLAY "Cuenta bancaria para devolver un "
                               "saldo a favor (opcional): "
                           ACCEPT MU-Cuenta
                       WHEN "A"
                           DISPLAY "ID del nuevo titular: "
                           ACCEPT MU-ID
                           DISPLAY "Nombre (solo si es cliente nuevo): "
                           ACCEPT MU-Nombre
                           DISPLAY "Medidor: "
                           ACCEPT MU-Medidor
                           DISPLAY "Lectura inicial: "
                           ACCEPT MU-Registro
                       WHEN "H"
                           DISPLAY "Medidor (vacio = todos): "
                           ACCEPT MU-Medidor
                   END-EVALUATE
               END-IF
               CALL "Mudanzas" USING WS-Mudanzas-Parametros
               DISPLAY MU-Mensaje
           EXIT.

           *> Incobrables: la seleccion propone los clientes cortados
           *> hace mas de DIASCASTIGO= dias (Cobranzas.CFG) sin pagos
           *> desde el corte; el castigo lo aprueba (o rechaza) otro
           *> operador con el permiso de la opcion 44. Batch: "55 S"
           *> (seleccion), "55 P <caso|0>" / "55 N <caso>", "55 G"
           *> (derivacion a la agencia), "55 R" (recuperos de la
           *> agencia), "55 J [AAAAMMDD]" (diario en
           *> IncobrablesGL.DAT), "55 L" (listado).
           Gestionar-Incobrables.
               MOVE 0 TO IB-Numero IB-Fecha
               MOVE WS-Operador TO IB-Operador
               MOVE "N" TO IB-Autorizado
               IF WS-FlagControl = 'Y' AND
                  WS-Permisos-Operador(44:1) = 'Y' THEN
                   MOVE "Y" TO IB-Autorizado
               END-IF
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO IB-Accion
                   EVALUATE IB-Accion
                       WHEN "P"
                           MOVE WS-Batch-Arg2 TO IB-Numero
                       WHEN "N"
                           MOVE WS-Batch-Arg2 TO IB-Numero
                       WHEN "J"
                           IF WS-Batch-Arg2 NOT = SPACES THEN
                               MOVE WS-Batch-Arg2 TO IB-Fecha
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "S.Seleccionar casos  P.Aprobar castigo  "
                       "N.Rechazar  L.Listado"
                   DISPLAY "G.Derivar a la agencia  R.Recuperos de la "
                       "agencia  J.Diario contable"
                   DISPLAY "Accion: "
                   ACCEPT IB-Accion
                   EVALUATE IB-Accion
                       WHEN "P"
                           DISPLAY "Numero de caso (0 = todos los "
                               "propuestos): "
                           ACCEPT IB-Numero
                       WHEN "N"
                           DISPLAY "Numero de caso: "
                           ACCEPT IB-Numero
                       WHEN "J"
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT IB-Fecha
                   END-EVALUATE
               END-IF
               CALL "Incobrables" USING WS-Incobrables-Parametros
               DISPLAY IB-Mensaje
           EXIT.

           *> Facturas del ciclo para el reparto, en el orden de ruta
           *> y secuencia, con el codigo de pago que recibe el banco.
           *> En batch: "56 [ruta]" (sin ruta imprime todas), y
           *> "56 PENDIENTES" las liberadas y refacturadas que todavia
           *> no se imprimieron.
           Imprimir-Facturas.
               MOVE "C" TO BI-Accion
               MOVE SPACES TO BI-Ruta
               IF WS-Modo-Batch = 'Y' THEN
                   IF WS-Batch-Arg1 = "PENDIENTES" THEN
                       MOVE "P" TO BI-Accion
                   ELSE
                       MOVE WS-Batch-Arg1 TO BI-Ruta
                   END-IF
               ELSE
                   DISPLAY "Solo liberadas y refacturadas pendientes"
                       " (P = si, Enter = ciclo): "
                   ACCEPT BI-Accion
                   IF BI-Accion NOT = "P" THEN
                       DISPLAY "Ruta a imprimir (vacio = todas): "
                       ACCEPT BI-Ruta
                   END-IF
               END-IF
               CALL "ImpresionFacturas" USING WS-Impresion-Parametros
               DISPLAY BI-Mensaje
           EXIT.

           *> Historico indexado: "C" lo carga por unica vez desde
           *> FacturasHist.Txt (no corre sobre un indice con datos),
           *> "E" regraba el texto desde el indice. En batch:
           *> "57 C" / "57 E".
           Convertir-Historico.
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO HC-Accion
               ELSE
                   DISPLAY "C.Carga inicial del indice  "
                       "E.Exportar FacturasHist.Txt"
                   DISPLAY "Accion: "
                   ACCEPT HC-Accion
               END-IF
               CALL "ConvertirHistorico" USING WS-ConvHist-Parametros
               DISPLAY HC-Mensaje
           EXIT.

           *> Debito automatico: mantenimiento de mandatos, la
           *> presentacion de las facturas vencidas al banco y el
           *> proceso de su respuesta. Batch: "58 P [AAAAMMDD]",
           *> "58 R [archivo]", "58 B <id>", "58 L"; el alta y la
           *> modificacion piden la cuenta (CBU) y van por menu.
           Gestionar-Debitos.
               MOVE 0 TO DA-ID DA-Desde DA-Hasta DA-Fecha
               MOVE SPACES TO DA-Banco DA-Cuenta DA-Archivo
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO DA-Accion
                   EVALUATE DA-Accion
                       WHEN "P"
                           IF WS-Batch-Arg2 NOT = SPACES THEN
                               MOVE WS-Batch-Arg2 TO DA-Fecha
                           END-IF
                       WHEN "R"
                           MOVE WS-Batch-Arg2 TO DA-Archivo
                       WHEN "B"
                           MOVE WS-Batch-Arg2 TO DA-ID
                   END-EVALUATE
               ELSE
                   DISPLAY "A.Alta de mandato  M.Modificar  B.Baja  "
                       "L.Listado"
                   DISPLAY "P.Presentacion al banco  R.Respuesta del "
                       "banco"
                   DISPLAY "Accion: "
                   ACCEPT DA-Accion
                   EVALUATE DA-Accion
                       WHEN "A"
                           DISPLAY "ID del cliente: "
                           ACCEPT DA-ID
                           DISPLAY "Cuenta (CBU, 22 digitos): "
                           ACCEPT DA-Cuenta
                           DISPLAY "Banco (vacio = del CBU): "
                           ACCEPT DA-Banco
                           DISPLAY "Desde AAAAMMDD (0 = hoy): "
                           ACCEPT DA-Desde
                           DISPLAY "Hasta AAAAMMDD (0 = sin fin): "
                           ACCEPT DA-Hasta
                       WHEN "M"
                           DISPLAY "ID del cliente: "
                           ACCEPT DA-ID
                           DISPLAY "Nueva cuenta (vacio = sin cambio): "
                           ACCEPT DA-Cuenta
                           DISPLAY "Banco (vacio = del CBU): "
                           ACCEPT DA-Banco
                           DISPLAY "Hasta AAAAMMDD (0 = sin cambio): "
                           ACCEPT DA-Hasta
                       WHEN "B"
                           DISPLAY "ID del cliente: "
                           ACCEPT DA-ID
                           DISPLAY "Hasta AAAAMMDD (0 = hoy): "
                           ACCEPT DA-Hasta
                       WHEN "P"
                           DISPLAY "Fecha AAAAMMDD (0 = hoy): "
                           ACCEPT DA-Fecha
                       WHEN "R"
                           DISPLAY "Archivo de respuesta (vacio = "
                               "DebitosRespuesta.DAT): "
                           ACCEPT DA-Archivo
                   END-EVALUATE
               END-IF
               CALL "Debitos" USING WS-Debitos-Parametros
               DISPLAY DA-Mensaje
           EXIT.

           *> Interrupciones del servicio: alta y cierre de cortes,
           *> listado y la corrida mensual de compensaciones con el
           *> informe para el regulador. Batch: "59 C <numero>
           *> [AAAAMMDDHHMM]", "59 M <AAAAMM>", "59 L"; el alta pide
           *> la causa y los horarios y va por menu.
           Gestionar-Interrupciones.
               MOVE 0 TO IR-Numero IR-Inicio IR-Fin IR-Periodo
               MOVE SPACES TO IR-Ambito IR-Codigo IR-Causa IR-Tipo
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO IR-Accion
                   EVALUATE IR-Accion
                       WHEN "C"
                           MOVE WS-Batch-Arg2 TO IR-Numero
                           IF WS-Batch-Arg3 NOT = SPACES THEN
                               MOVE WS-Batch-Arg3 TO IR-Fin
                           END-IF
                       WHEN "M"
                           MOVE WS-Batch-Arg2 TO IR-Periodo
                   END-EVALUATE
               ELSE
                   DISPLAY "A.Alta de interrupcion  C.Cierre  "
                       "L.Listado"
                   DISPLAY "M.Corrida mensual de compensaciones"
                   DISPLAY "Accion: "
                   ACCEPT IR-Accion
                   EVALUATE IR-Accion
                       WHEN "A"
                           DISPLAY "Ambito (Z zona, S punto): "
                           ACCEPT IR-Ambito
                           DISPLAY "Zona o medidor: "
                           ACCEPT IR-Codigo
                           DISPLAY "Inicio AAAAMMDDHHMM: "
                           ACCEPT IR-Inicio
                           DISPLAY "Fin AAAAMMDDHHMM (0 = abierta): "
                           ACCEPT IR-Fin
                           DISPLAY "Causa: "
                           ACCEPT IR-Causa
                           DISPLAY "Tipo (P programada, N no "
                               "programada): "
                           ACCEPT IR-Tipo
                       WHEN "C"
                           DISPLAY "Numero de interrupcion: "
                           ACCEPT IR-Numero
                           DISPLAY "Fin AAAAMMDDHHMM (0 = ahora): "
                           ACCEPT IR-Fin
                       WHEN "M"
                           DISPLAY "Periodo AAAAMM: "
                           ACCEPT IR-Periodo
                   END-EVALUATE
               END-IF
               CALL "Interrupciones" USING WS-Interrupciones-Parametros
               DISPLAY IR-Mensaje
           EXIT.

           *> Conciliacion bancaria: carga del extracto y cruce con
           *> las sesiones de mostrador cerradas y los lotes de
           *> rendicion. Batch: "60 C [archivo]", "60 R",
           *> "60 X <extracto> <linea>".
           Conciliar-Banco.
               MOVE SPACES TO BC-Archivo BC-Extracto
               MOVE 0 TO BC-Linea
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO BC-Accion
                   EVALUATE BC-Accion
                       WHEN "C"
                           MOVE WS-Batch-Arg2 TO BC-Archivo
                       WHEN "X"
                           MOVE WS-Batch-Arg2 TO BC-Extracto
                           MOVE WS-Batch-Arg3 TO BC-Linea
                   END-EVALUATE
               ELSE
                   DISPLAY "C.Cargar extracto y conciliar  "
                       "R.Reconciliar pendientes"
                   DISPLAY "X.Dar por revisada una linea del extracto"
                   DISPLAY "Accion: "
                   ACCEPT BC-Accion
                   EVALUATE BC-Accion
                       WHEN "C"
                           DISPLAY "Archivo (vacio = "
                               "ExtractoBancario.DAT): "
                           ACCEPT BC-Archivo
                       WHEN "X"
                           DISPLAY "Secuencia del extracto: "
                           ACCEPT BC-Extracto
                           DISPLAY "Linea: "
                           ACCEPT BC-Linea
                   END-EVALUATE
               END-IF
               CALL "ConciliacionBanco" USING WS-ConcBanco-Parametros
               DISPLAY BC-Mensaje
           EXIT.

           *> Plan de cuotas fijas: adhesion y baja por cliente,
           *> listado, revision de cuotas contra la tolerancia y
           *> liquidacion de aniversario. Batch: "61 A <ID>",
           *> "61 B <ID>", "61 L", "61 R", "61 T [ID]".
           Gestionar-Presupuesto.
               MOVE 0 TO PS-ID
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO PS-Accion
                   IF WS-Batch-Arg2 NOT = SPACES THEN
                       MOVE WS-Batch-Arg2 TO PS-ID
                   END-IF
               ELSE
                   DISPLAY "A.Adhesion  B.Baja  L.Listado"
                   DISPLAY "R.Revision de cuotas  T.Liquidacion de "
                       "aniversario"
                   DISPLAY "Accion: "
                   ACCEPT PS-Accion
                   EVALUATE PS-Accion
                       WHEN "A"
                       WHEN "B"
                           DISPLAY "ID del cliente: "
                           ACCEPT PS-ID
                       WHEN "T"
                           DISPLAY "ID del cliente (0 = los que "
                               "cumplen el año): "
                           ACCEPT PS-ID
                   END-EVALUATE
               END-IF
               CALL "Presupuesto" USING WS-Presupuesto-Parametros
               DISPLAY PS-Mensaje
           EXIT.

           *> Revision de las facturas retenidas por "Facturacion":
           *> la cola con lo facturado contra el promedio y, con el
           *> permiso de la opcion 44, liberar, mantener o anular y
           *> refacturar (con el consumo corregido si se informa).
           *> Batch: "62 C", "62 L <numero>", "62 M <numero>",
           *> "62 X <numero> [kwh]".
           Revisar-Retenidas.
               MOVE 0 TO RV-Numero RV-Consumo
               MOVE "N" TO RV-Corregido
               MOVE Costo TO RV-Costo
               MOVE WS-Operador TO RV-Operador
               MOVE "N" TO RV-Autorizado
               IF WS-FlagControl = 'Y' AND
                  WS-Permisos-Operador(44:1) = 'Y' THEN
                   MOVE "Y" TO RV-Autorizado
               END-IF
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO RV-Accion
                   IF WS-Batch-Arg2 NOT = SPACES THEN
                       MOVE WS-Batch-Arg2 TO RV-Numero
                   END-IF
                   IF WS-Batch-Arg3 NOT = SPACES THEN
                       MOVE WS-Batch-Arg3 TO RV-Consumo
                       MOVE "Y" TO RV-Corregido
                   END-IF
               ELSE
                   MOVE "C" TO RV-Accion
                   CALL "Retenidas" USING WS-Retenidas-Parametros
                   DISPLAY RV-Mensaje
                   DISPLAY "L.Liberar  M.Mantener retenida  "
                       "X.Anular y refacturar  (vacio = salir)"
                   DISPLAY "Accion: "
                   ACCEPT RV-Accion
                   IF RV-Accion NOT = SPACES THEN
                       DISPLAY "Numero de factura: "
                       ACCEPT RV-Numero
                   END-IF
                   IF RV-Accion = "X" THEN
                       DISPLAY "Corregir el consumo? Y = si: "
                       ACCEPT RV-Corregido
                       IF RV-Corregido = "Y" THEN
                           DISPLAY "Consumo corregido kWh: "
                           ACCEPT RV-Consumo
                       END-IF
                   END-IF
               END-IF
               IF RV-Accion NOT = SPACES THEN
                   CALL "Retenidas" USING WS-Retenidas-Parametros
                   DISPLAY RV-Mensaje
               END-IF
           EXIT.

           *> Solicitudes de conexion nueva: alta (solo por menu,
           *> lleva texto libre), cargo aceptado, medidor del stock,
           *> instalacion con la lectura inicial (crea el cliente y el
           *> suministro), anulacion y pendientes por estado. Batch:
           *> "63 P <solicitud>", "63 M <solicitud> [serie]",
           *> "63 I <solicitud> <lectura>", "63 X <solicitud>", "63 B".
           Gestionar-Conexiones.
               MOVE SPACES TO NS-Solicitante NS-Direccion NS-Tarifa
                   NS-Zona NS-Ruta NS-Serie
               MOVE 0 TO NS-Numero NS-Secuencia NS-Registro NS-ID
                   NS-Fecha
               IF WS-Modo-Batch = 'Y' THEN
                   MOVE WS-Batch-Arg1 TO NS-Accion
                   IF WS-Batch-Arg2 NOT = SPACES THEN
                       MOVE WS-Batch-Arg2 TO NS-Numero
                   END-IF
                   EVALUATE NS-Accion
                       WHEN "M"
                           MOVE WS-Batch-Arg3 TO NS-Serie
                       WHEN "I"
                           IF WS-Batch-Arg3 NOT = SPACES THEN
                               MOVE WS-Batch-Arg3 TO NS-Registro
                           END-IF
                   END-EVALUATE
               ELSE
                   DISPLAY "S.Nueva solicitud  P.Cargo aceptado  "
                       "M.Asignar medidor"
                   DISPLAY "I.Instalada  X.Anular  B.Pendientes"
                   DISPLAY "Accion: "
                   ACCEPT NS-Accion
                   EVALUATE NS-Accion
                       WHEN "S"
                           DISPLAY "Solicitante: "
                           ACCEPT NS-Solicitante
                           DISPLAY "Domicilio del suministro: "
                           ACCEPT NS-Direccion
                           DISPLAY "Clase tarifaria (vacio = 01): "
                           ACCEPT NS-Tarifa
                           DISPLAY "Zona: "
                           ACCEPT NS-Zona
                           DISPLAY "Ruta: "
                           ACCEPT NS-Ruta
                           DISPLAY "Orden en la ruta: "
                           ACCEPT NS-Secuencia
                       WHEN "P"
                       WHEN "X"
                           DISPLAY "Numero de solicitud: "
                           ACCEPT NS-Numero
                       WHEN "M"
                           DISPLAY "Numero de solicitud: "
                           ACCEPT NS-Numero
                           DISPLAY "Serie (vacio = primera libre "
                               "del stock): "
                           ACCEPT NS-Serie
                       WHEN "I"
                           DISPLAY "Numero de solicitud: "
                           ACCEPT NS-Numero
                           DISPLAY "Lectura inicial del medidor: "
                           ACCEPT NS-Registro
                           DISPLAY "ID del cliente (0 = siguiente "
                               "libre): "
                           ACCEPT NS-ID
                   END-EVALUATE
               END-IF
               CALL "Conexiones" USING WS-Conexiones-Parametros
               DISPLAY NS-Mensaje
           EXIT.

           *> Controles cruzados entre archivos, con el informe de
           *> excepciones por regla en Integridad.Txt. Batch: "64"; en
           *> el plan va despues de "45 V", asi una falla grave corta
           *> el stream antes de facturar. Corrida suelta en batch:
           *> RETURN-CODE 8 con fallas graves, 4 con advertencias.
           Controlar-Integridad.
               MOVE "C" TO IG-Accion
               CALL "Integridad" USING WS-Integridad-Parametros
               DISPLAY IG-Mensaje
               IF WS-Modo-Batch = 'Y' AND WS-Modo-Plan = 'N' THEN
                   IF IG-Graves > 0 THEN
                       MOVE 8 TO WS-Retorno-Batch
                   ELSE
                       IF IG-Advertencias > 0 THEN
                           MOVE 4 TO WS-Retorno-Batch
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Libro IVA ventas del mes en LibroIVA_AAAAMM.Txt y archivo
           *> de presentacion IVAVentas_AAAAMM.DAT, que no se genera si
           *> la numeracion tiene saltos o repetidos. Batch:
           *> "65 [AAAAMM]" (sin mes, el anterior); corrida suelta con
           *> la numeracion observada: RETURN-CODE 8.
           Generar-Libro-IVA.
               MOVE "L" TO LV-Accion
               MOVE 0 TO LV-Periodo
               IF WS-Modo-Batch = 'Y' THEN
                   IF WS-Batch-Arg1(1:6) IS NUMERIC THEN
                       MOVE WS-Batch-Arg1(1:6) TO LV-Periodo
                   END-IF
               ELSE
                   DISPLAY "Periodo (AAAAMM, 0 = mes anterior): "
                   ACCEPT LV-Periodo
               END-IF
               CALL "LibroIVA" USING WS-LibroIVA-Parametros
               DISPLAY LV-Mensaje
               IF WS-Modo-Batch = 'Y' AND WS-Modo-Plan = 'N' AND
                  LV-Mensaje(1:5) = "ERROR" THEN
                   MOVE 8 TO WS-Retorno-Batch
               END-IF
           EXIT.

           Pedir-Ficha-Medidor.
               DISPLAY "Serie: "
               ACCEPT IM-Serie
               DISPLAY "Marca: "
               ACCEPT IM-Marca
               DISPLAY "Modelo: "
               ACCEPT IM-Modelo
               DISPLAY "Constante multiplicadora (0 = 1): "
               ACCEPT IM-Multiplicador
               DISPLAY "Vencimiento de la calibracion AAAAMMDD: "
               ACCEPT IM-Fecha
           EXIT.

           *> Proyecta el cierre de año (Proyeccion.Txt) desde lo
           *> acumulado y la forma del año anterior, con facturacion
           *> proyectada a la tarifa vigente y bandas anticipadas.
