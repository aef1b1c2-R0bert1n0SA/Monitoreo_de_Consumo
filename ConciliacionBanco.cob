       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionBanco AS "ConciliacionBanco".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Extracto de la cuenta recaudadora que manda el banco:
           *> posiciones fijas de 80 como la rendicion (header con
           *> emisor, fecha y secuencia del extracto, un detalle por
           *> movimiento con fecha, credito o debito, importe y
           *> referencia, y trailer con cantidad y hash).
           SELECT Extracto ASSIGN TO WS-Archivo-Extracto
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusExt.

           *> Creditos de los extractos cargados, uno por linea, con
           *> su estado de conciliacion y la partida con que se
           *> cerraron; una partida ya usada no se vuelve a tomar.
           *> Se regraba con archivo de trabajo como Cajas.DAT.
           SELECT MovBanco ASSIGN TO 'ConciliacionBanco.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMbc.

           SELECT MovTrabajo ASSIGN TO 'ConciliacionBancoTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Sesiones de "Caja": cada sesion de mostrador cerrada
           *> es un deposito que tiene que aparecer en el extracto.
           SELECT Cajas ASSIGN TO 'Cajas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCaj.

           *> Diario de caja: el neto de la sesion (reversiones RV
           *> restan) es lo que se espera depositado.
           SELECT MovCaja ASSIGN TO 'CajaMovs.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmv.

           *> Una linea por rendicion procesada por "Rendicion": el
           *> hash de importes es lo que el banco acredita por ese
           *> lote.
           SELECT Rendiciones ASSIGN TO 'RendicionProceso.Log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPro.

           *> Una linea por respuesta de debito automatico procesada
           *> por "Debitos": el importe aceptado es lo que el banco
           *> acredita por ese lote.
           SELECT RespDebitos ASSIGN TO 'Debitos.Log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDeb.

           *> Dias de margen entre el cierre (o la rendicion) y la
           *> acreditacion (DIASDEPOSITO=), en los parametros de
           *> cobranzas.
           SELECT Config ASSIGN TO 'Cobranzas.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Lineas sin conciliar, diferencias de importe y
           *> depositos no acreditados, con el resumen que levanta
           *> "ResumenNocturno".
           SELECT Informe ASSIGN TO 'ConciliacionBanco.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInf.

       DATA DIVISION.
       FILE SECTION.
       FD Extracto.
       01 Extracto-R                PIC X(80).

       FD MovBanco.
       01 MovBancoR.
           05 MB-Extracto           PIC X(6).
           05 MB-Linea              PIC 9(6).
           05 MB-Fecha              PIC 9(8).
           05 MB-Importe            PIC 9(10)V99.
           05 MB-Referencia         PIC X(20).
           *> P pendiente, C conciliada, D conciliada con diferencia
           *> de importe, A diferencia aceptada, X ajena a la
           *> recaudacion (revisada a mano).
           05 MB-Estado             PIC X(1).
           *> S sesion de caja, R lote de rendicion, D lote de
           *> debito automatico.
           05 MB-Origen             PIC X(1).
           05 MB-Clave              PIC X(6).
           05 MB-Esperado           PIC 9(10)V99.
           05 MB-Fecha-Conc         PIC 9(8).

       FD MovTrabajo.
       01 MovTrabajoR               PIC X(80).

       FD Cajas.
       01 CajaR.
           05 CS-Sesion             PIC 9(5).
           05 CS-Cajero             PIC X(10).
           05 CS-Canal              PIC X(1).
           05 CS-FechaAp            PIC 9(8).
           05 CS-FechaCi            PIC 9(8).
           05 CS-Estado             PIC X(1).

       FD MovCaja.
       01 MovimientoR.
           05 CM-Sesion             PIC 9(5).
           05 CM-Secuencia          PIC 9(4).
           05 CM-ID                 PIC 9(5).
           05 CM-Fecha              PIC 9(8).
           05 CM-Monto              PIC 9(8)V99.
           05 CM-Medio              PIC X(2).

       FD Rendiciones.
       01 Proceso-R                 PIC X(120).

       FD RespDebitos.
       01 Debitos-R                 PIC X(140).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Informe.
       01 Informe-R                 PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusExt     PIC XX.
               05 WS-File-StatusMbc     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusCaj     PIC XX.
               05 WS-File-StatusCmv     PIC XX.
               05 WS-File-StatusPro     PIC XX.
               05 WS-File-StatusDeb     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusInf     PIC XX.
           01 WS-Flags.
               05 WS-FlagExt            PIC X(1) VALUE 'N'.
               05 WS-FlagMbc            PIC X(1) VALUE 'N'.
               05 WS-FlagTrb            PIC X(1) VALUE 'N'.
               05 WS-FlagCaj            PIC X(1) VALUE 'N'.
               05 WS-FlagCmv            PIC X(1) VALUE 'N'.
               05 WS-FlagPro            PIC X(1) VALUE 'N'.
               05 WS-FlagDeb            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagEstructura     PIC X(1).
               *> 'Y' si el extracto ya estaba cargado.
               05 WS-FlagCargado        PIC X(1).
               *> 'Y' si la linea a revisar existe y cambio de estado.
               05 WS-FlagRevisada       PIC X(1).
               *> 'Y' si la tabla de partidas se lleno.
               05 WS-FlagTablaLlena     PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Archivo-Extracto   PIC X(20).
           01 WS-Registro           PIC X(80).
           01 WS-Reg-Tipo REDEFINES WS-Registro.
               05 WS-Tipo           PIC X(1).
               05 FILLER            PIC X(79).
           01 WS-Reg-Header REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC X(8).
               05 WS-Hdr-Secuencia  PIC X(6).
               05 FILLER            PIC X(55).
           *> C credito (lo que se concilia), D debito (gastos,
           *> comisiones; no se concilian aca).
           01 WS-Reg-Detalle REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Det-Fecha      PIC 9(8).
               05 WS-Det-Fecha-X REDEFINES WS-Det-Fecha PIC X(8).
               05 WS-Det-Signo      PIC X(1).
               05 WS-Det-Importe    PIC 9(10)V99.
               05 WS-Det-Importe-X REDEFINES WS-Det-Importe
                                    PIC X(12).
               05 WS-Det-Referencia PIC X(20).
               05 WS-Det-Concepto   PIC X(30).
               05 FILLER            PIC X(8).
           01 WS-Reg-Trailer REDEFINES WS-Registro.
               05 FILLER            PIC X(1).
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Cantidad-X REDEFINES WS-Trl-Cantidad
                                    PIC X(6).
               05 WS-Trl-Hash       PIC 9(13)V99.
               05 WS-Trl-Hash-X REDEFINES WS-Trl-Hash PIC X(15).
               05 FILLER            PIC X(58).
           *> Controles de estructura del extracto, mismos que la
           *> primera pasada de "Rendicion".
           01 WS-Estructura.
               05 WS-Hay-Header         PIC X(1).
               05 WS-Hay-Trailer        PIC X(1).
               05 WS-Cant-Detalles      PIC 9(6).
               05 WS-Hash-Importes      PIC 9(13)V99.
               05 WS-Trl-Cant-Dec       PIC 9(6).
               05 WS-Trl-Hash-Dec       PIC 9(13)V99.
           01 WS-Secuencia          PIC X(6).
           *> Lo levantado de cada linea de RendicionProceso.Log:
           *> "AAAAMMDD HHMMSSCC Secuencia=XXXXXX Aplicados=...
           *> Rechazados=... Hash=" con el hash de 15 digitos al
           *> final.
           01 WS-Ren-Hash-Txt       PIC X(15).
           01 WS-Ren-Hash REDEFINES WS-Ren-Hash-Txt PIC 9(13)V99.
           01 WS-Ren-Fecha-Txt      PIC X(8).
           01 WS-Ren-Fecha REDEFINES WS-Ren-Fecha-Txt PIC 9(8).
           *> Lo levantado de cada respuesta en Debitos.Log:
           *> "AAAAMMDD HHMMSSCC Respuesta Lote=XXXXXX Aceptados=...
           *> Hash=... Importe=" con el aceptado de 14 digitos al
           *> final.
           01 WS-Deb-Importe-Txt    PIC X(14).
           01 WS-Deb-Importe REDEFINES WS-Deb-Importe-Txt
                                    PIC 9(12)V99.
           *> Partidas que esperan su credito en el banco: sesiones
           *> de mostrador cerradas (S, clave = numero de sesion),
           *> lotes de rendicion (R, clave = secuencia del lote) y
           *> respuestas de debito automatico (D, clave = lote).
           01 WS-Partidas.
               05 WS-Cant-Partidas  PIC 9(4).
               05 WS-Partida-Fila OCCURS 2000 TIMES.
                   10 WS-Par-Origen     PIC X(1).
                   10 WS-Par-Clave      PIC X(6).
                   10 WS-Par-Fecha      PIC 9(8).
                   10 WS-Par-Importe    PIC S9(10)V99.
                   10 WS-Par-Cajero     PIC X(10).
                   10 WS-Par-Usada      PIC X(1).
           01 WS-IdxPar             PIC 9(4).
           01 WS-Par-Hallada        PIC 9(4).
           01 WS-Clave-Num          PIC 9(6).
           01 WS-Clave-Buscada      PIC X(6).
           01 WS-Origen-Buscado     PIC X(1).
           *> Dias comerciales (30/360) para el margen entre el
           *> cierre o la rendicion y la fecha del credito.
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias               PIC 9(7).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Linea         PIC 9(7).
           01 WS-Dias-Dif           PIC S9(7).
           01 WS-Dias-Margen        PIC 9(3) VALUE 5.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Totales.
               05 WS-Cant-Creditos      PIC 9(6).
               05 WS-Cant-Debitos       PIC 9(6).
               05 WS-Cant-Invalidos     PIC 9(6).
               05 WS-Cant-Conciliadas   PIC 9(6).
               05 WS-Cant-Sin-Conciliar PIC 9(6).
               05 WS-Cant-Diferencias   PIC 9(6).
               05 WS-Cant-No-Acreditados PIC 9(6).
               05 WS-Cant-En-Espera     PIC 9(6).
               05 WS-Imp-Sin-Conciliar  PIC 9(12)V99.
               05 WS-Imp-Diferencias    PIC S9(12)V99.
               05 WS-Imp-No-Acreditados PIC S9(12)V99.
           01 WS-Linea-Num          PIC 9(6).
           01 WS-Diferencia         PIC S9(10)V99.
           01 WS-Monto-Imp          PIC Z(9)9.99.
           01 WS-Esperado-Imp       PIC -(10)9.99.
           01 WS-Dif-Imp            PIC -(10)9.99.
           01 WS-Total-Imp          PIC -(12)9.99.
           01 WS-Descripcion        PIC X(40).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "C" carga el extracto BC-Archivo (vacio toma
               *> ExtractoBancario.DAT) y concilia; "R" vuelve a
               *> conciliar lo pendiente (por ejemplo despues de una
               *> rendicion o de un cierre de caja atrasados); "X" da
               *> por revisada la linea BC-Linea del extracto
               *> BC-Extracto: un credito ajeno a la recaudacion deja
               *> de figurar sin conciliar y una diferencia de importe
               *> queda aceptada.
               05 BC-Accion         PIC X(1).
               05 BC-Archivo        PIC X(20).
               05 BC-Extracto       PIC X(6).
               05 BC-Linea          PIC 9(6).
               05 BC-Conciliadas    PIC 9(6).
               05 BC-Pendientes     PIC 9(6).
               05 BC-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO BC-Mensaje
               MOVE 0 TO BC-Conciliadas BC-Pendientes
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               EVALUATE BC-Accion
                   WHEN "C"
                       PERFORM Cargar-Extracto
                   WHEN "R"
                       PERFORM Conciliar
                       PERFORM Armar-Mensaje-Conciliacion
                   WHEN "X"
                       PERFORM Revisar-Linea
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO BC-Mensaje
               END-EVALUATE
           EXIT.

           *> Carga: estructura del extracto como en "Rendicion",
           *> un extracto (por su secuencia) se carga una sola vez, y
           *> cada credito entra pendiente; enseguida se concilia.
           Cargar-Extracto.
               IF BC-Archivo = SPACES THEN
                   MOVE 'ExtractoBancario.DAT' TO WS-Archivo-Extracto
               ELSE
                   MOVE BC-Archivo TO WS-Archivo-Extracto
               END-IF
               PERFORM Controlar-Estructura
               IF WS-FlagEstructura = 'Y' THEN
                   PERFORM Buscar-Extracto-Cargado
                   IF WS-FlagCargado = 'Y' THEN
                       STRING "ERROR El extracto " WS-Secuencia
                           " ya fue cargado"
                           DELIMITED BY SIZE INTO BC-Mensaje
                       END-STRING
                   ELSE
                       PERFORM Agregar-Creditos
                       PERFORM Conciliar
                       STRING "Extracto " WS-Secuencia
                           " creditos " WS-Cant-Creditos
                           " conciliadas " WS-Cant-Conciliadas
                           " sin conciliar " WS-Cant-Sin-Conciliar
                           DELIMITED BY SIZE INTO BC-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           Controlar-Estructura.
               MOVE 'N' TO WS-FlagEstructura
               MOVE 'N' TO WS-Hay-Header
               MOVE 'N' TO WS-Hay-Trailer
               MOVE SPACES TO WS-Secuencia
               MOVE 0 TO WS-Cant-Detalles WS-Hash-Importes
               MOVE 0 TO WS-Trl-Cant-Dec WS-Trl-Hash-Dec
               OPEN INPUT Extracto
               IF WS-File-StatusExt NOT = '00' THEN
                   STRING "ERROR No se pudo abrir " WS-Archivo-Extracto
                       DELIMITED BY SIZE INTO BC-Mensaje
                   END-STRING
               ELSE
                   PERFORM UNTIL WS-FlagExt = 'Y'
                       READ Extracto INTO WS-Registro
                           AT END
                               MOVE 'Y' TO WS-FlagExt
                           NOT AT END
                               PERFORM Controlar-Registro
                       END-READ
                   END-PERFORM
                   CLOSE Extracto
                   MOVE 'N' TO WS-FlagExt
                   PERFORM Evaluar-Estructura
               END-IF
           EXIT.

           Controlar-Registro.
               EVALUATE WS-Tipo
                   WHEN 'H'
                       MOVE 'Y' TO WS-Hay-Header
                       MOVE WS-Hdr-Secuencia TO WS-Secuencia
                   WHEN 'D'
                       ADD 1 TO WS-Cant-Detalles
                       IF WS-Det-Importe-X IS NUMERIC THEN
                           ADD WS-Det-Importe TO WS-Hash-Importes
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO WS-Hay-Trailer
                       IF WS-Trl-Cantidad-X IS NUMERIC THEN
                           MOVE WS-Trl-Cantidad TO WS-Trl-Cant-Dec
                       END-IF
                       IF WS-Trl-Hash-X IS NUMERIC THEN
                           MOVE WS-Trl-Hash TO WS-Trl-Hash-Dec
                       END-IF
               END-EVALUATE
           EXIT.

           Evaluar-Estructura.
               EVALUATE TRUE
                   WHEN WS-Hay-Header = 'N'
                       MOVE "ERROR Extracto sin header" TO BC-Mensaje
                   WHEN WS-Secuencia = SPACES
                       MOVE "ERROR Extracto sin secuencia en el header"
                           TO BC-Mensaje
                   WHEN WS-Hay-Trailer = 'N'
                       MOVE "ERROR Extracto sin trailer" TO BC-Mensaje
                   WHEN WS-Trl-Cant-Dec NOT = WS-Cant-Detalles
                       STRING "ERROR Cantidad del trailer "
                           WS-Trl-Cant-Dec " no coincide con detalles "
                           WS-Cant-Detalles
                           DELIMITED BY SIZE INTO BC-Mensaje
                       END-STRING
                   WHEN WS-Trl-Hash-Dec NOT = WS-Hash-Importes
                       MOVE "ERROR Hash del trailer no coincide"
                           TO BC-Mensaje
                   WHEN OTHER
                       MOVE 'Y' TO WS-FlagEstructura
               END-EVALUATE
           EXIT.

           Buscar-Extracto-Cargado.
               MOVE 'N' TO WS-FlagCargado
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc = '00' THEN
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               IF MB-Extracto = WS-Secuencia THEN
                                   MOVE 'Y' TO WS-FlagCargado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   MOVE 'N' TO WS-FlagMbc
               END-IF
           EXIT.

           *> Cada credito valido entra pendiente con su numero de
           *> linea dentro del extracto; los debitos y las lineas con
           *> fecha o importe no numericos solo se cuentan.
           Agregar-Creditos.
               MOVE 0 TO WS-Cant-Creditos WS-Cant-Debitos
               MOVE 0 TO WS-Cant-Invalidos WS-Linea-Num
               OPEN EXTEND MovBanco
               IF WS-File-StatusMbc NOT = '00' THEN
                   OPEN OUTPUT MovBanco
               END-IF
               OPEN INPUT Extracto
               PERFORM UNTIL WS-FlagExt = 'Y'
                   READ Extracto INTO WS-Registro
                       AT END
                           MOVE 'Y' TO WS-FlagExt
                       NOT AT END
                           IF WS-Tipo = 'D' THEN
                               ADD 1 TO WS-Linea-Num
                               PERFORM Agregar-Credito
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Extracto
               CLOSE MovBanco
               MOVE 'N' TO WS-FlagExt
           EXIT.

           Agregar-Credito.
               EVALUATE TRUE
                   WHEN WS-Det-Fecha-X IS NOT NUMERIC OR
                        WS-Det-Importe-X IS NOT NUMERIC
                       ADD 1 TO WS-Cant-Invalidos
                   WHEN WS-Det-Signo NOT = "C"
                       ADD 1 TO WS-Cant-Debitos
                   WHEN WS-Det-Importe = 0
                       ADD 1 TO WS-Cant-Invalidos
                   WHEN OTHER
                       MOVE WS-Secuencia TO MB-Extracto
                       MOVE WS-Linea-Num TO MB-Linea
                       MOVE WS-Det-Fecha TO MB-Fecha
                       MOVE WS-Det-Importe TO MB-Importe
                       MOVE WS-Det-Referencia TO MB-Referencia
                       MOVE "P" TO MB-Estado
                       MOVE SPACES TO MB-Origen MB-Clave
                       MOVE 0 TO MB-Esperado MB-Fecha-Conc
                       WRITE MovBancoR
                       ADD 1 TO WS-Cant-Creditos
               END-EVALUATE
           EXIT.

           *> Conciliacion: arma las partidas esperadas (sesiones de
           *> mostrador cerradas con su neto, lotes de rendicion con
           *> su hash y lotes de debito automatico con lo aceptado),
           *> descarta las que ya cerraron una linea del banco, busca
           *> partida para cada linea pendiente y deja el informe.
           Conciliar.
               MOVE 0 TO WS-Cant-Conciliadas WS-Cant-Partidas
               MOVE 'N' TO WS-FlagTablaLlena
               PERFORM Cargar-Configuracion
               MOVE WS-Fecha TO WS-Fec-Aux
               PERFORM Calcular-Dias
               MOVE WS-Dias TO WS-Dias-Hoy
               PERFORM Cargar-Sesiones
               PERFORM Sumar-Movimientos-Caja
               PERFORM Cargar-Rendiciones
               PERFORM Cargar-Debitos
               PERFORM Marcar-Partidas-Usadas
               PERFORM Conciliar-Lineas
               PERFORM Escribir-Informe
               MOVE WS-Cant-Conciliadas TO BC-Conciliadas
               COMPUTE BC-Pendientes = WS-Cant-Sin-Conciliar +
                   WS-Cant-No-Acreditados + WS-Cant-Diferencias
           EXIT.

           Armar-Mensaje-Conciliacion.
               STRING "Conciliadas " WS-Cant-Conciliadas
                   " sin conciliar " WS-Cant-Sin-Conciliar
                   " no acreditados " WS-Cant-No-Acreditados
                   " diferencias " WS-Cant-Diferencias
                   DELIMITED BY SIZE INTO BC-Mensaje
               END-STRING
           EXIT.

           Cargar-Configuracion.
               OPEN INPUT Config
               IF WS-File-StatusCfg = '00' THEN
                   PERFORM UNTIL WS-FlagCfg = 'Y'
                       READ Config INTO Config-R
                           AT END
                               MOVE 'Y' TO WS-FlagCfg
                           NOT AT END
                               MOVE SPACES TO WS-Config-Clave
                                   WS-Config-Valor
                               UNSTRING Config-R DELIMITED BY "="
                                   INTO WS-Config-Clave,
                                       WS-Config-Valor
                               END-UNSTRING
                               IF WS-Config-Clave = "DIASDEPOSITO" AND
                                  WS-Config-Valor(1:3) IS NUMERIC THEN
                                   MOVE WS-Config-Valor(1:3) TO
                                       WS-Dias-Margen
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Config
                   MOVE 'N' TO WS-FlagCfg
               END-IF
           EXIT.

           *> Sesiones de mostrador (canal M) cerradas; las de canal
           *> B son la cobranza del banco y el debito automatico, que
           *> se concilian por lote de rendicion o de debitos.
           Cargar-Sesiones.
               OPEN INPUT Cajas
               IF WS-File-StatusCaj = '00' THEN
                   PERFORM UNTIL WS-FlagCaj = 'Y'
                       READ Cajas INTO CajaR
                           AT END
                               MOVE 'Y' TO WS-FlagCaj
                           NOT AT END
                               IF CS-Canal = "M" AND
                                  CS-Estado = "C" THEN
                                   PERFORM Agregar-Sesion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Cajas
                   MOVE 'N' TO WS-FlagCaj
               END-IF
           EXIT.

           Agregar-Sesion.
               IF WS-Cant-Partidas < 2000 THEN
                   ADD 1 TO WS-Cant-Partidas
                   MOVE "S" TO WS-Par-Origen(WS-Cant-Partidas)
                   MOVE CS-Sesion TO WS-Clave-Num
                   MOVE WS-Clave-Num TO WS-Par-Clave(WS-Cant-Partidas)
                   MOVE CS-FechaCi TO WS-Par-Fecha(WS-Cant-Partidas)
                   MOVE 0 TO WS-Par-Importe(WS-Cant-Partidas)
                   MOVE CS-Cajero TO WS-Par-Cajero(WS-Cant-Partidas)
                   MOVE 'N' TO WS-Par-Usada(WS-Cant-Partidas)
               ELSE
                   MOVE 'Y' TO WS-FlagTablaLlena
               END-IF
           EXIT.

           Sumar-Movimientos-Caja.
               OPEN INPUT MovCaja
               IF WS-File-StatusCmv = '00' THEN
                   PERFORM UNTIL WS-FlagCmv = 'Y'
                       READ MovCaja INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagCmv
                           NOT AT END
                               PERFORM Sumar-Movimiento
                       END-READ
                   END-PERFORM
                   CLOSE MovCaja
                   MOVE 'N' TO WS-FlagCmv
               END-IF
           EXIT.

           Sumar-Movimiento.
               MOVE "S" TO WS-Origen-Buscado
               MOVE CM-Sesion TO WS-Clave-Num
               MOVE WS-Clave-Num TO WS-Clave-Buscada
               PERFORM Buscar-Partida-Clave
               IF WS-Par-Hallada > 0 THEN
                   IF CM-Medio = "RV" THEN
                       SUBTRACT CM-Monto FROM
                           WS-Par-Importe(WS-Par-Hallada)
                   ELSE
                       ADD CM-Monto TO WS-Par-Importe(WS-Par-Hallada)
                   END-IF
               END-IF
           EXIT.

           Cargar-Rendiciones.
               OPEN INPUT Rendiciones
               IF WS-File-StatusPro = '00' THEN
                   PERFORM UNTIL WS-FlagPro = 'Y'
                       READ Rendiciones INTO Proceso-R
                           AT END
                               MOVE 'Y' TO WS-FlagPro
                           NOT AT END
                               PERFORM Agregar-Rendicion
                       END-READ
                   END-PERFORM
                   CLOSE Rendiciones
                   MOVE 'N' TO WS-FlagPro
               END-IF
           EXIT.

           Agregar-Rendicion.
               MOVE Proceso-R(1:8) TO WS-Ren-Fecha-Txt
               MOVE Proceso-R(76:15) TO WS-Ren-Hash-Txt
               IF Proceso-R(18:11) = " Secuencia=" AND
                  Proceso-R(70:6) = " Hash=" AND
                  WS-Ren-Fecha-Txt IS NUMERIC AND
                  WS-Ren-Hash-Txt IS NUMERIC THEN
                   IF WS-Cant-Partidas < 2000 THEN
                       ADD 1 TO WS-Cant-Partidas
                       MOVE "R" TO WS-Par-Origen(WS-Cant-Partidas)
                       MOVE Proceso-R(29:6) TO
                           WS-Par-Clave(WS-Cant-Partidas)
                       MOVE WS-Ren-Fecha TO
                           WS-Par-Fecha(WS-Cant-Partidas)
                       MOVE WS-Ren-Hash TO
                           WS-Par-Importe(WS-Cant-Partidas)
                       MOVE SPACES TO WS-Par-Cajero(WS-Cant-Partidas)
                       MOVE 'N' TO WS-Par-Usada(WS-Cant-Partidas)
                   ELSE
                       MOVE 'Y' TO WS-FlagTablaLlena
                   END-IF
               END-IF
           EXIT.

           *> Respuestas de "Debitos" con algo aceptado; las lineas
           *> sin el importe al final (respuestas anteriores a que se
           *> registrara) y las de presentacion no entran.
           Cargar-Debitos.
               OPEN INPUT RespDebitos
               IF WS-File-StatusDeb = '00' THEN
                   PERFORM UNTIL WS-FlagDeb = 'Y'
                       READ RespDebitos INTO Debitos-R
                           AT END
                               MOVE 'Y' TO WS-FlagDeb
                           NOT AT END
                               PERFORM Agregar-Debito
                       END-READ
                   END-PERFORM
                   CLOSE RespDebitos
                   MOVE 'N' TO WS-FlagDeb
               END-IF
           EXIT.

           Agregar-Debito.
               MOVE Debitos-R(1:8) TO WS-Ren-Fecha-Txt
               MOVE Debitos-R(123:14) TO WS-Deb-Importe-Txt
               IF Debitos-R(18:16) = " Respuesta Lote=" AND
                  Debitos-R(114:9) = " Importe=" AND
                  WS-Ren-Fecha-Txt IS NUMERIC AND
                  WS-Deb-Importe-Txt IS NUMERIC THEN
                   IF WS-Deb-Importe > 0 THEN
                       IF WS-Cant-Partidas < 2000 THEN
                           ADD 1 TO WS-Cant-Partidas
                           MOVE "D" TO WS-Par-Origen(WS-Cant-Partidas)
                           MOVE Debitos-R(34:6) TO
                               WS-Par-Clave(WS-Cant-Partidas)
                           MOVE WS-Ren-Fecha TO
                               WS-Par-Fecha(WS-Cant-Partidas)
                           MOVE WS-Deb-Importe TO
                               WS-Par-Importe(WS-Cant-Partidas)
                           MOVE SPACES TO
                               WS-Par-Cajero(WS-Cant-Partidas)
                           MOVE 'N' TO WS-Par-Usada(WS-Cant-Partidas)
                       ELSE
                           MOVE 'Y' TO WS-FlagTablaLlena
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Partidas que ya cerraron una linea del banco (con o
           *> sin diferencia) no se vuelven a tomar.
           Marcar-Partidas-Usadas.
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc = '00' THEN
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               IF MB-Origen NOT = SPACES THEN
                                   MOVE MB-Origen TO WS-Origen-Buscado
                                   MOVE MB-Clave TO WS-Clave-Buscada
                                   PERFORM Buscar-Partida-Clave
                                   IF WS-Par-Hallada > 0 THEN
                                       MOVE 'Y' TO
                                           WS-Par-Usada(WS-Par-Hallada)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   MOVE 'N' TO WS-FlagMbc
               END-IF
           EXIT.

           *> Primera partida libre del origen y la clave buscados.
           Buscar-Partida-Clave.
               MOVE 0 TO WS-Par-Hallada
               PERFORM VARYING WS-IdxPar FROM 1 BY 1
                       UNTIL WS-IdxPar > WS-Cant-Partidas OR
                             WS-Par-Hallada > 0
                   IF WS-Par-Origen(WS-IdxPar) = WS-Origen-Buscado AND
                      WS-Par-Clave(WS-IdxPar) = WS-Clave-Buscada AND
                      WS-Par-Usada(WS-IdxPar) = 'N' THEN
                       MOVE WS-IdxPar TO WS-Par-Hallada
                   END-IF
               END-PERFORM
           EXIT.

           *> Regraba el archivo de lineas con las pendientes que
           *> encontraron partida, a traves de
           *> ConciliacionBancoTrab.DAT.
           Conciliar-Lineas.
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc = '00' THEN
                   OPEN OUTPUT MovTrabajo
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               IF MB-Estado = "P" THEN
                                   PERFORM Conciliar-Linea
                               END-IF
                               MOVE MovBancoR TO MovTrabajoR
                               WRITE MovTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   CLOSE MovTrabajo
                   MOVE 'N' TO WS-FlagMbc
                   PERFORM Volcar-Trabajo
               END-IF
           EXIT.

           *> Primero por referencia: "CAJA" + numero de sesion
           *> (cinco digitos) en la boleta de deposito del mostrador,
           *> "REND" + secuencia del lote en el credito de la
           *> rendicion, "DEB" + lote en el del debito automatico; si
           *> la referencia encuentra su partida la linea se concilia
           *> aunque el importe no coincida, y la diferencia queda
           *> marcada. Sin referencia util, por importe exacto y
           *> fecha dentro del margen.
           Conciliar-Linea.
               MOVE 0 TO WS-Par-Hallada
               MOVE SPACES TO WS-Origen-Buscado
               EVALUATE TRUE
                   WHEN MB-Referencia(1:4) = "CAJA" AND
                        MB-Referencia(5:5) IS NUMERIC
                       MOVE "S" TO WS-Origen-Buscado
                       MOVE MB-Referencia(5:5) TO WS-Clave-Num
                       MOVE WS-Clave-Num TO WS-Clave-Buscada
                   WHEN MB-Referencia(1:4) = "REND" AND
                        MB-Referencia(5:6) NOT = SPACES
                       MOVE "R" TO WS-Origen-Buscado
                       MOVE MB-Referencia(5:6) TO WS-Clave-Buscada
                   WHEN MB-Referencia(1:3) = "DEB" AND
                        MB-Referencia(4:6) NOT = SPACES
                       MOVE "D" TO WS-Origen-Buscado
                       MOVE MB-Referencia(4:6) TO WS-Clave-Buscada
               END-EVALUATE
               IF WS-Origen-Buscado NOT = SPACES THEN
                   PERFORM Buscar-Partida-Clave
               END-IF
               IF WS-Par-Hallada = 0 THEN
                   PERFORM Buscar-Partida-Importe
               END-IF
               IF WS-Par-Hallada > 0 THEN
                   MOVE 'Y' TO WS-Par-Usada(WS-Par-Hallada)
                   MOVE WS-Par-Origen(WS-Par-Hallada) TO MB-Origen
                   MOVE WS-Par-Clave(WS-Par-Hallada) TO MB-Clave
                   MOVE WS-Par-Importe(WS-Par-Hallada) TO MB-Esperado
                   MOVE WS-Fecha TO MB-Fecha-Conc
                   IF WS-Par-Importe(WS-Par-Hallada) = MB-Importe THEN
                       MOVE "C" TO MB-Estado
                   ELSE
                       MOVE "D" TO MB-Estado
                   END-IF
                   ADD 1 TO WS-Cant-Conciliadas
               END-IF
           EXIT.

           Buscar-Partida-Importe.
               MOVE MB-Fecha TO WS-Fec-Aux
               PERFORM Calcular-Dias
               MOVE WS-Dias TO WS-Dias-Linea
               PERFORM VARYING WS-IdxPar FROM 1 BY 1
                       UNTIL WS-IdxPar > WS-Cant-Partidas OR
                             WS-Par-Hallada > 0
                   IF WS-Par-Usada(WS-IdxPar) = 'N' AND
                      WS-Par-Importe(WS-IdxPar) = MB-Importe THEN
                       MOVE WS-Par-Fecha(WS-IdxPar) TO WS-Fec-Aux
                       PERFORM Calcular-Dias
                       COMPUTE WS-Dias-Dif = WS-Dias-Linea - WS-Dias
                       IF WS-Dias-Dif >= 0 - WS-Dias-Margen AND
                          WS-Dias-Dif <= WS-Dias-Margen THEN
                           MOVE WS-IdxPar TO WS-Par-Hallada
                       END-IF
                   END-IF
               END-PERFORM
           EXIT.

           Calcular-Dias.
               IF WS-Fec-Mes < 1 THEN
                   MOVE 1 TO WS-Fec-Mes
               END-IF
               COMPUTE WS-Dias = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT MovTrabajo
               OPEN OUTPUT MovBanco
               PERFORM UNTIL WS-FlagTrb = 'Y'
                   READ MovTrabajo INTO MovTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagTrb
                       NOT AT END
                           MOVE MovTrabajoR TO MovBancoR
                           WRITE MovBancoR
                   END-READ
               END-PERFORM
               CLOSE MovTrabajo
               CLOSE MovBanco
               MOVE 'N' TO WS-FlagTrb
               DELETE FILE MovTrabajo
           EXIT.

           *> Informe: lineas del banco sin partida, diferencias de
           *> importe todavia no aceptadas, y partidas sin credito;
           *> una partida se da por no acreditada pasado el margen
           *> de dias, antes queda en espera.
           Escribir-Informe.
               MOVE 0 TO WS-Cant-Sin-Conciliar WS-Cant-Diferencias
               MOVE 0 TO WS-Cant-No-Acreditados WS-Cant-En-Espera
               MOVE 0 TO WS-Imp-Sin-Conciliar WS-Imp-Diferencias
               MOVE 0 TO WS-Imp-No-Acreditados
               OPEN OUTPUT Informe
               MOVE SPACES TO Informe-R
               STRING "Conciliacion bancaria al " WS-Fecha
                   "  (margen " WS-Dias-Margen " dias)"
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               IF WS-FlagTablaLlena = 'Y' THEN
                   MOVE "ATENCION: mas de 2000 partidas pendientes" TO
                       Informe-R
                   WRITE Informe-R
               END-IF
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE "Lineas del extracto sin conciliar" TO Informe-R
               WRITE Informe-R
               PERFORM Listar-Lineas-Pendientes
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE "Diferencias de importe" TO Informe-R
               WRITE Informe-R
               PERFORM Listar-Diferencias
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE "Depositos y lotes no acreditados" TO Informe-R
               WRITE Informe-R
               PERFORM VARYING WS-IdxPar FROM 1 BY 1
                       UNTIL WS-IdxPar > WS-Cant-Partidas
                   IF WS-Par-Usada(WS-IdxPar) = 'N' AND
                      WS-Par-Importe(WS-IdxPar) > 0 THEN
                       PERFORM Evaluar-Partida-Libre
                   END-IF
               END-PERFORM
               PERFORM Escribir-Resumen
               CLOSE Informe
           EXIT.

           Listar-Lineas-Pendientes.
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc = '00' THEN
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               IF MB-Estado = "P" THEN
                                   PERFORM Escribir-Linea-Pendiente
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   MOVE 'N' TO WS-FlagMbc
               END-IF
           EXIT.

           Escribir-Linea-Pendiente.
               ADD 1 TO WS-Cant-Sin-Conciliar
               ADD MB-Importe TO WS-Imp-Sin-Conciliar
               MOVE MB-Importe TO WS-Monto-Imp
               MOVE SPACES TO Informe-R
               STRING "  Extracto " MB-Extracto " linea " MB-Linea
                   "  " MB-Fecha "  " MB-Referencia
                   "  " WS-Monto-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
           EXIT.

           Listar-Diferencias.
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc = '00' THEN
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               IF MB-Estado = "D" THEN
                                   PERFORM Escribir-Diferencia
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   MOVE 'N' TO WS-FlagMbc
               END-IF
           EXIT.

           Escribir-Diferencia.
               ADD 1 TO WS-Cant-Diferencias
               COMPUTE WS-Diferencia = MB-Importe - MB-Esperado
               ADD WS-Diferencia TO WS-Imp-Diferencias
               MOVE MB-Importe TO WS-Monto-Imp
               MOVE MB-Esperado TO WS-Esperado-Imp
               MOVE WS-Diferencia TO WS-Dif-Imp
               MOVE SPACES TO WS-Descripcion
               EVALUATE MB-Origen
                   WHEN "S"
                       STRING "sesion " MB-Clave
                           DELIMITED BY SIZE INTO WS-Descripcion
                       END-STRING
                   WHEN "D"
                       STRING "debitos " MB-Clave
                           DELIMITED BY SIZE INTO WS-Descripcion
                       END-STRING
                   WHEN OTHER
                       STRING "rendicion " MB-Clave
                           DELIMITED BY SIZE INTO WS-Descripcion
                       END-STRING
               END-EVALUATE
               MOVE SPACES TO Informe-R
               STRING "  Extracto " MB-Extracto " linea " MB-Linea
                   "  " WS-Descripcion(1:16)
                   " acreditado " WS-Monto-Imp
                   " esperado " WS-Esperado-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "      diferencia " WS-Dif-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
           EXIT.

           Evaluar-Partida-Libre.
               MOVE WS-Par-Fecha(WS-IdxPar) TO WS-Fec-Aux
               PERFORM Calcular-Dias
               IF WS-Dias + WS-Dias-Margen < WS-Dias-Hoy THEN
                   ADD 1 TO WS-Cant-No-Acreditados
                   ADD WS-Par-Importe(WS-IdxPar) TO
                       WS-Imp-No-Acreditados
                   MOVE WS-Par-Importe(WS-IdxPar) TO WS-Esperado-Imp
                   MOVE SPACES TO Informe-R
                   EVALUATE WS-Par-Origen(WS-IdxPar)
                       WHEN "S"
                           STRING "  Sesion " WS-Par-Clave(WS-IdxPar)
                               " cajero " WS-Par-Cajero(WS-IdxPar)
                               " cerrada " WS-Par-Fecha(WS-IdxPar)
                               "  " WS-Esperado-Imp
                               DELIMITED BY SIZE INTO Informe-R
                           END-STRING
                       WHEN "D"
                           STRING "  Debitos lote "
                               WS-Par-Clave(WS-IdxPar)
                               " respuesta " WS-Par-Fecha(WS-IdxPar)
                               "  " WS-Esperado-Imp
                               DELIMITED BY SIZE INTO Informe-R
                           END-STRING
                       WHEN OTHER
                           STRING "  Rendicion "
                               WS-Par-Clave(WS-IdxPar)
                               " procesada " WS-Par-Fecha(WS-IdxPar)
                               "  " WS-Esperado-Imp
                               DELIMITED BY SIZE INTO Informe-R
                           END-STRING
                   END-EVALUATE
                   WRITE Informe-R
               ELSE
                   ADD 1 TO WS-Cant-En-Espera
               END-IF
           EXIT.

           *> Resumen final, una cantidad por linea con el formato
           *> "texto: valor" que lee "ResumenNocturno".
           Escribir-Resumen.
               MOVE SPACES TO Informe-R
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Conciliadas en esta corrida: "
                   WS-Cant-Conciliadas
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Lineas sin conciliar: " WS-Cant-Sin-Conciliar
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               MOVE WS-Imp-Sin-Conciliar TO WS-Total-Imp
               STRING "Importe sin conciliar: " WS-Total-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Depositos no acreditados: "
                   WS-Cant-No-Acreditados
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               MOVE WS-Imp-No-Acreditados TO WS-Total-Imp
               STRING "Importe no acreditado: " WS-Total-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "Diferencias de importe: " WS-Cant-Diferencias
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               MOVE WS-Imp-Diferencias TO WS-Total-Imp
               STRING "Importe de diferencias: " WS-Total-Imp
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
               MOVE SPACES TO Informe-R
               STRING "En espera de acreditacion: " WS-Cant-En-Espera
                   DELIMITED BY SIZE INTO Informe-R
               END-STRING
               WRITE Informe-R
           EXIT.

           *> Revision manual de una linea: una pendiente pasa a
           *> ajena (X) y una con diferencia a aceptada (A); despues
           *> se rehace el informe.
           Revisar-Linea.
               MOVE 'N' TO WS-FlagRevisada
               OPEN INPUT MovBanco
               IF WS-File-StatusMbc NOT = '00' THEN
                   MOVE "ERROR No hay extractos cargados" TO BC-Mensaje
               ELSE
                   OPEN OUTPUT MovTrabajo
                   PERFORM UNTIL WS-FlagMbc = 'Y'
                       READ MovBanco INTO MovBancoR
                           AT END
                               MOVE 'Y' TO WS-FlagMbc
                           NOT AT END
                               PERFORM Revisar-Registro
                               MOVE MovBancoR TO MovTrabajoR
                               WRITE MovTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE MovBanco
                   CLOSE MovTrabajo
                   MOVE 'N' TO WS-FlagMbc
                   PERFORM Volcar-Trabajo
                   IF WS-FlagRevisada = 'Y' THEN
                       PERFORM Conciliar
                       STRING "Linea " BC-Linea " del extracto "
                           BC-Extracto " revisada"
                           DELIMITED BY SIZE INTO BC-Mensaje
                       END-STRING
                   ELSE
                       MOVE "ERROR Linea inexistente o ya conciliada" TO
                           BC-Mensaje
                   END-IF
               END-IF
           EXIT.

           Revisar-Registro.
               IF MB-Extracto = BC-Extracto AND
                  MB-Linea = BC-Linea THEN
                   EVALUATE MB-Estado
                       WHEN "P"
                           MOVE "X" TO MB-Estado
                           MOVE WS-Fecha TO MB-Fecha-Conc
                           MOVE 'Y' TO WS-FlagRevisada
                       WHEN "D"
                           MOVE "A" TO MB-Estado
                           MOVE 'Y' TO WS-FlagRevisada
                   END-EVALUATE
               END-IF
           EXIT.
