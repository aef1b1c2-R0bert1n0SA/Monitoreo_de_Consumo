
           *> Una linea por generacion, mismo patron EXTEND (con caida
           *> a OUTPUT) que Auditoria.Log.
           *> Mandatos de debito automatico de "Debitos": la factura
           *> de un cliente con mandato activo a la fecha de emision
           *> se cobra por debito y no va a la recaudacion.
           SELECT Mandatos ASSIGN TO 'Mandatos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMan.

           *> Facturas retenidas en la revision de "Facturacion": la
           *> retenida (R) no sale hasta que la liberen y la anulada
           *> (A) ya fue reemplazada por su refacturacion. La
           *> liberada (L) y la refacturada quedan marcadas al salir
           *> al banco, por el ciclo o por la generacion de
           *> pendientes, y no vuelven a salir. Se regraba a traves
           *> de su propio archivo de trabajo
           *> FacturasRetenidasInt.DAT.
           SELECT Retenidas ASSIGN TO 'FacturasRetenidas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRet.

           SELECT RetTrabajo ASSIGN TO 'FacturasRetenidasInt.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRtr.

           *> Historico indexado de facturas: la liberada o la
           *> refacturada pendiente se lee por su numero, porque
           *> Facturas.Txt ya puede ser el del ciclo siguiente.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           SELECT Envios ASSIGN TO 'InterfazEnvios.Log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01 SecuenciaR.
           05 SEC-Numero            PIC 9(6).

       FD Mandatos.
       01 MandatoR.
           05 MD-ID                 PIC 9(5).
           05 MD-Banco              PIC X(3).
           05 MD-Cuenta             PIC X(22).
           05 MD-Desde              PIC 9(8).
           05 MD-Hasta              PIC 9(8).
           05 MD-Estado             PIC X(1).
           05 MD-Rechazos           PIC 9(2).
           05 MD-FechaEstado        PIC 9(8).
           05 MD-Motivo             PIC X(3).

       FD Retenidas.
       01 RetenidaR.
           05 RE-Numero             PIC 9(8).
           05 FILLER                PIC X(76).
           05 RE-Estado             PIC X(1).
           05 FILLER                PIC X(18).
           05 RE-Reemplazo          PIC 9(8).
           *> N pendiente de salir al banco, Y ya salio.
           05 RE-Banco              PIC X(1).
           05 FILLER                PIC X(8).

       FD RetTrabajo.
       01 RetTrabajoR               PIC X(120).

       *> La linea de FacturasHist.Txt entera, con el mismo formato
       *> que Facturas.Txt, mas la clave cliente + fecha.
       FD Historico.
       01 Historico-R.
           05 HI-Factura.
               10 FILLER            PIC X(164).
               10 HI-Numero         PIC 9(8).
               10 FILLER            PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Envios.
       01 Envio-R                   PIC X(120).

               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusSec     PIC XX.
               05 WS-File-StatusEnv     PIC XX.
               05 WS-File-StatusMan     PIC XX.
               05 WS-File-StatusRet     PIC XX.
               05 WS-File-StatusRtr     PIC XX.
               05 WS-File-StatusHis     PIC XX.
           01 WS-Flags.
               05 WS-FlagFac            PIC X(1) VALUE 'N'.
               05 WS-FlagMan            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura en curso se cobra por debito.
               05 WS-FlagAdherido       PIC X(1).
               05 WS-FlagRet            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura en curso esta retenida o anulada.
               05 WS-FlagRetenida       PIC X(1).
               05 WS-FlagRtr            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura pendiente esta en el historico.
               05 WS-FlagFactura        PIC X(1).
               *> 'Y' si la factura en curso ya salio al banco en otra
               *> generacion.
               05 WS-FlagEnviada        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Hora               PIC 9(8).
           *> Identificacion del emisor ante el banco.
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Secuencia          PIC 9(6) VALUE 0.
           *> C ciclo, P pendientes; queda en la linea del envio.
           01 WS-Modo               PIC X(1).
           *> Registros de posiciones fijas del intercambio.
           01 WS-Header.
               05 WS-HdrTipo        PIC X(1) VALUE 'H'.
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-Monto      PIC 9(10)V99.
               05 WS-Det-Nombre     PIC X(30).
               *> Numero, vencimiento y digito verificador del codigo
               *> de pago impreso en el talon de la factura.
               05 WS-Det-Numero     PIC 9(8).
               05 WS-Det-Vencimiento PIC 9(8).
               05 WS-Det-Digito     PIC 9(1).
               05 FILLER            PIC X(7) VALUE SPACES.
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
           01 WS-Totales.
               05 WS-Cant-Detalles      PIC 9(6) VALUE 0.
               05 WS-Hash-Importes      PIC 9(13)V99 VALUE 0.
               05 WS-Cant-Debito        PIC 9(6) VALUE 0.
               05 WS-Cant-Retenidas     PIC 9(6) VALUE 0.
               05 WS-Cant-Ya-Enviadas   PIC 9(6) VALUE 0.
               05 WS-Cant-Pendientes    PIC 9(6) VALUE 0.
               05 WS-Cant-No-Halladas   PIC 9(6) VALUE 0.
           *> Mandatos activos, cargados una vez por generacion.
           01 WS-Adheridos.
               05 WS-Cant-Adheridos     PIC 9(4) VALUE 0.
               05 WS-Adherido OCCURS 5000 TIMES.
                   10 WS-Adh-ID         PIC 9(5).
                   10 WS-Adh-Desde      PIC 9(8).
                   10 WS-Adh-Hasta      PIC 9(8).
           01 WS-IdxAdh             PIC 9(4).
           *> Numeros de factura retenidos o anulados.
           01 WS-Retenidas.
               05 WS-Cant-Ret           PIC 9(4) VALUE 0.
               05 WS-Ret-Numero         PIC 9(8) OCCURS 5000 TIMES.
           01 WS-IdxRet             PIC 9(4).
           *> Facturas liberadas y refacturadas con seguimiento de
           *> salida: N pendiente, Y ya salida en otra generacion, E
           *> salida en esta.
           01 WS-Salientes.
               05 WS-Cant-Sal           PIC 9(4) VALUE 0.
               05 WS-Sal OCCURS 5000 TIMES.
                   10 WS-Sal-Numero     PIC 9(8).
                   10 WS-Sal-Estado     PIC X(1).
           01 WS-IdxSal             PIC 9(4).
           01 WS-Sal-Hallada        PIC 9(4).
           01 WS-Numero-Saliente    PIC 9(8).

           *> Parametros de "CodigoPago", el mismo codigo que lleva el
           *> talon impreso de la factura.
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
               *> salieron al banco, leidas de FacturasIDX.DAT.
               05 IN-Accion         PIC X(1).
               05 IN-Cantidad       PIC 9(6).
               05 IN-Secuencia      PIC 9(6).
               05 IN-Mensaje        PIC X(80).
           PERFORM Procesar
       EXIT PROGRAM.

           *> Genera InterfazBanco.DAT con header, detalles de
           *> posiciones fijas y trailer con cantidad y hash de
           *> importes; incrementa la secuencia de generacion y deja
           *> una linea del envio en InterfazEnvios.Log.
           Procesar.
               MOVE SPACES TO IN-Mensaje
               MOVE 0 TO IN-Cantidad
               MOVE 0 TO WS-Cant-Detalles WS-Hash-Importes
                   WS-Cant-Debito WS-Cant-Retenidas WS-Cant-Ya-Enviadas
                   WS-Cant-Pendientes WS-Cant-No-Halladas
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               ACCEPT WS-Hora FROM TIME
               EVALUATE IN-Accion
                   WHEN "C"
                   WHEN SPACE
                       MOVE "C" TO WS-Modo
                       PERFORM Generar-Ciclo
                   WHEN "P"
                       MOVE "P" TO WS-Modo
                       PERFORM Generar-Pendientes
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO IN-Mensaje
               END-EVALUATE
           EXIT.

           *> El ciclo entero desde Facturas.Txt. Una liberada o una
           *> refacturada que ya salio con los pendientes no se
           *> repite; la que sale aca queda marcada.
           Generar-Ciclo.
               OPEN INPUT Facturas
               IF WS-File-StatusFac NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir Facturas.Txt" TO
                       IN-Mensaje
               ELSE
                   PERFORM Avanzar-Secuencia
                   PERFORM Cargar-Mandatos
                   PERFORM Cargar-Retenidas
                   OPEN OUTPUT Interfaz
                   PERFORM Armar-Header
                   PERFORM UNTIL WS-FlagFac = 'Y'
                           AT END
                               MOVE 'Y' TO WS-FlagFac
                           NOT AT END
                               PERFORM Verificar-Retencion
                               PERFORM Verificar-Adhesion
                               MOVE FAC-Numero TO WS-Numero-Saliente
                               PERFORM Buscar-Saliente
                               EVALUATE TRUE
                                   WHEN WS-FlagRetenida = 'Y'
                                       ADD 1 TO WS-Cant-Retenidas
                                   WHEN WS-FlagEnviada = 'Y'
                                       ADD 1 TO WS-Cant-Ya-Enviadas
                                   WHEN WS-FlagAdherido = 'Y'
                                       ADD 1 TO WS-Cant-Debito
                                       PERFORM Marcar-Saliente
                                   WHEN OTHER
                                       PERFORM Armar-Detalle
                                       PERFORM Marcar-Saliente
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   PERFORM Armar-Trailer
                   CLOSE Interfaz
                   MOVE 'N' TO WS-FlagFac
                   PERFORM Registrar-Envio
                   PERFORM Marcar-Retenidas
                   MOVE WS-Cant-Detalles TO IN-Cantidad
                   MOVE WS-Secuencia TO IN-Secuencia
                   STRING "Interfaz generada, secuencia "
                       WS-Secuencia ", detalles: " WS-Cant-Detalles
                       ", por debito: " WS-Cant-Debito
                       DELIMITED BY SIZE INTO IN-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Solo las liberadas y refacturadas que todavia no
           *> salieron, cada una leida por su numero del historico
           *> indexado; sin pendientes no se genera nada ni se
           *> avanza la secuencia. La del cliente con mandato activo
           *> la cobra "Debitos" y queda marcada igual.
           Generar-Pendientes.
               PERFORM Cargar-Retenidas
               PERFORM VARYING WS-IdxSal FROM 1 BY 1
                       UNTIL WS-IdxSal > WS-Cant-Sal
                   IF WS-Sal-Estado(WS-IdxSal) = 'N' THEN
                       ADD 1 TO WS-Cant-Pendientes
                   END-IF
               END-PERFORM
               IF WS-Cant-Pendientes = 0 THEN
                   MOVE "No hay facturas liberadas ni refacturadas pend
      -                "ientes de envio" TO IN-Mensaje
               ELSE
                   OPEN INPUT Historico
                   IF WS-File-StatusHis NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasIDX.DAT" TO
                           IN-Mensaje
                   ELSE
                       PERFORM Avanzar-Secuencia
                       PERFORM Cargar-Mandatos
                       OPEN OUTPUT Interfaz
                       PERFORM Armar-Header
                       PERFORM VARYING WS-IdxSal FROM 1 BY 1
                               UNTIL WS-IdxSal > WS-Cant-Sal
                           IF WS-Sal-Estado(WS-IdxSal) = 'N' THEN
                               PERFORM Enviar-Pendiente
                           END-IF
                       END-PERFORM
                       PERFORM Armar-Trailer
                       CLOSE Historico
                       CLOSE Interfaz
                       PERFORM Registrar-Envio
                       PERFORM Marcar-Retenidas
                       MOVE WS-Cant-Detalles TO IN-Cantidad
                       MOVE WS-Secuencia TO IN-Secuencia
                       STRING "Pendientes, secuencia " WS-Secuencia
                           ", detalles: " WS-Cant-Detalles
                           ", por debito: " WS-Cant-Debito
                           ", sin historico: " WS-Cant-No-Halladas
                           DELIMITED BY SIZE INTO IN-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           *> La que no esta en el historico sigue pendiente.
           Enviar-Pendiente.
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
                   MOVE HI-Factura TO Factura-R
                   MOVE WS-IdxSal TO WS-Sal-Hallada
                   PERFORM Verificar-Adhesion
                   IF WS-FlagAdherido = 'Y' THEN
                       ADD 1 TO WS-Cant-Debito
                   ELSE
                       PERFORM Armar-Detalle
                   END-IF
                   PERFORM Marcar-Saliente
               END-IF
           EXIT.

           *> Lee el ultimo numero de generacion, lo incrementa y lo
           *> regraba; la primera corrida arranca en 1.
           Avanzar-Secuencia.
               CLOSE Secuencia
           EXIT.

           *> Sin Mandatos.DAT no hay adheridos y todas las facturas
           *> van al banco.
           Cargar-Mandatos.
               MOVE 0 TO WS-Cant-Adheridos
               OPEN INPUT Mandatos
               IF WS-File-StatusMan = '00' THEN
                   PERFORM UNTIL WS-FlagMan = 'Y'
                       READ Mandatos INTO MandatoR
                           AT END
                               MOVE 'Y' TO WS-FlagMan
                           NOT AT END
                               IF MD-Estado = 'A' AND
                                  WS-Cant-Adheridos < 5000 THEN
                                   ADD 1 TO WS-Cant-Adheridos
                                   MOVE MD-ID TO
                                       WS-Adh-ID(WS-Cant-Adheridos)
                                   MOVE MD-Desde TO
                                       WS-Adh-Desde(WS-Cant-Adheridos)
                                   MOVE MD-Hasta TO
                                       WS-Adh-Hasta(WS-Cant-Adheridos)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Mandatos
                   MOVE 'N' TO WS-FlagMan
               END-IF
           EXIT.

           *> La factura se cobra por debito si su cliente tiene un
           *> mandato activo que cubre la fecha de emision, el mismo
           *> criterio con que "Debitos" arma la presentacion.
           Verificar-Adhesion.
               MOVE 'N' TO WS-FlagAdherido
               PERFORM VARYING WS-IdxAdh FROM 1 BY 1
                       UNTIL WS-IdxAdh > WS-Cant-Adheridos
                          OR WS-FlagAdherido = 'Y'
                   IF WS-Adh-ID(WS-IdxAdh) = FAC-ID AND
                      WS-Adh-Desde(WS-IdxAdh) <= FAC-Fecha AND
                      (WS-Adh-Hasta(WS-IdxAdh) = 0 OR
                       WS-Adh-Hasta(WS-IdxAdh) >= FAC-Fecha) THEN
                       MOVE 'Y' TO WS-FlagAdherido
                   END-IF
               END-PERFORM
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

           *> Solo las que tienen seguimiento (RE-Banco en N o Y);
           *> las resueltas antes de llevarlo ya salieron con su
           *> ciclo.
           Cargar-Saliente.
               PERFORM Numero-Saliente
               IF WS-Numero-Saliente > 0 AND
                  (RE-Banco = 'N' OR RE-Banco = 'Y') AND
                  WS-Cant-Sal < 5000 THEN
                   ADD 1 TO WS-Cant-Sal
                   MOVE WS-Numero-Saliente TO
                       WS-Sal-Numero(WS-Cant-Sal)
                   MOVE RE-Banco TO WS-Sal-Estado(WS-Cant-Sal)
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

           *> Deja RE-Banco en Y en los registros cuya factura salio
           *> en esta generacion; si no salio ninguna no regraba.
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
               IF RE-Banco = 'N' THEN
                   PERFORM Numero-Saliente
                   PERFORM Buscar-Saliente
                   IF WS-Sal-Hallada > 0 THEN
                       IF WS-Sal-Estado(WS-Sal-Hallada) = 'E' THEN
                           MOVE 'Y' TO RE-Banco
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

           Armar-Header.
               MOVE WS-Emisor TO WS-Hdr-Emisor
               MOVE WS-Fecha TO WS-Hdr-Fecha
               MOVE FAC-Fecha TO WS-Det-Fecha
               MOVE FAC-Monto TO WS-Det-Monto
               MOVE FAC-NombreUsuario TO WS-Det-Nombre
               MOVE FAC-Numero TO CB-Numero
               MOVE FAC-Monto TO CB-Monto
               MOVE FAC-Fecha TO CB-Emision
               CALL "CodigoPago" USING WS-Codigo-Parametros
               MOVE FAC-Numero TO WS-Det-Numero
               MOVE CB-Vencimiento TO WS-Det-Vencimiento
               MOVE CB-Digito TO WS-Det-Digito
               MOVE WS-Detalle TO Interfaz-R
               WRITE Interfaz-R
               ADD 1 TO WS-Cant-Detalles
                       " Secuencia=" WS-Secuencia
                       " Detalles=" WS-Cant-Detalles
                       " Hash=" WS-Hash-Importes
                       " Debito=" WS-Cant-Debito
                       " Retenidas=" WS-Cant-Retenidas
                       " Modo=" WS-Modo
                       DELIMITED BY SIZE INTO Envio-R
                   END-STRING
                   WRITE Envio-R
