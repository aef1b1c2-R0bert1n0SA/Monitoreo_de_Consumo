       IDENTIFICATION DIVISION.
       PROGRAM-ID. Interrupciones AS "Interrupciones".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Registro de interrupciones del servicio: una linea por
           *> corte, de toda una zona (SU-Zona) o de un solo punto de
           *> suministro, con inicio y fin (fecha y hora), causa y si
           *> fue programado o no. El cierre regraba el archivo a
           *> traves de su propio archivo de trabajo
           *> InterrupcionesTrab.DAT.
           SELECT Interrupciones ASSIGN TO 'Interrupciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInt.

           SELECT IntTrabajo ASSIGN TO 'InterrupcionesTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusItr.

           *> Puntos de suministro: zona y medidor de cada punto
           *> activo, que es la unidad que se compensa.
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Consumo mensual por medidor de "Lecturas": el promedio
           *> de los ultimos doce meses da la energia no suministrada
           *> por hora de corte.
           SELECT LecturasMed ASSIGN TO 'LecturasMed.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLms.

           *> Compensaciones por calidad de servicio: C devengada por
           *> punto y periodo en la corrida mensual, A aplicada por
           *> "Facturacion" contra el numero de la factura siguiente
           *> del cliente. Lo pendiente es C menos A.
           SELECT Compensaciones ASSIGN TO 'Compensaciones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCmp.

           *> Limites del regulador y valores de la compensacion, en
           *> lineas clave=valor como Cobranzas.CFG.
           SELECT Config ASSIGN TO 'Interrupciones.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

           *> Informe de calidad de servicio por zona para el
           *> regulador, posiciones fijas con header, un detalle por
           *> zona y trailer de control, al lado de
           *> EstadisticaRegulador.DAT.
           SELECT Extracto ASSIGN TO 'CalidadServicio.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusExt.

           *> Detalle de la corrida mensual: puntos afectados con sus
           *> horas, cortes, excesos y compensacion, y el resumen por
           *> zona.
           SELECT Calidad ASSIGN TO 'CalidadServicio.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCal.

           SELECT Listado ASSIGN TO 'Interrupciones.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Interrupciones.
       01 InterrupcionR.
           05 IT-Numero             PIC 9(6).
           *> Z toda la zona, S un punto de suministro.
           05 IT-Ambito             PIC X(1).
           05 IT-Zona               PIC X(3).
           05 IT-Medidor            PIC X(10).
           05 IT-Inicio.
               10 IT-Ini-Fecha      PIC 9(8).
               10 IT-Ini-Hora       PIC 9(4).
           *> Cero = interrupcion todavia abierta.
           05 IT-Fin.
               10 IT-Fin-Fecha      PIC 9(8).
               10 IT-Fin-Hora       PIC 9(4).
           05 IT-Causa              PIC X(30).
           *> P programada, N no programada.
           05 IT-Tipo               PIC X(1).
           05 IT-Alta               PIC 9(8).

       FD IntTrabajo.
       01 IntTrabajoR               PIC X(83).

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

       FD LecturasMed.
       01 LecturaMedR.
           05 LM-Medidor            PIC X(10).
           05 LM-Mes                PIC X(15).
           05 LM-Consumo            PIC 9(5).
           05 LM-Fecha              PIC 9(8).

       FD Compensaciones.
       01 CompensacionR.
           *> C devengada, A aplicada a una factura.
           05 CP-Tipo               PIC X(1).
           05 CP-ID                 PIC 9(5).
           05 CP-Medidor            PIC X(10).
           05 CP-Periodo            PIC 9(6).
           05 CP-Importe            PIC 9(8)V99.
           *> Factura a la que se aplico (cero en las C).
           05 CP-Factura            PIC 9(8).
           05 CP-Fecha              PIC 9(8).

       FD Config.
       01 Config-R                  PIC X(80).

       FD Extracto.
       01 Extracto-R                PIC X(80).

       FD Calidad.
       01 Calidad-R                 PIC X(100).

       FD Listado.
       01 Listado-R                 PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusItr     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusLms     PIC XX.
               05 WS-File-StatusCmp     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusExt     PIC XX.
               05 WS-File-StatusCal     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagInt            PIC X(1) VALUE 'N'.
               05 WS-FlagItr            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               05 WS-FlagLms            PIC X(1) VALUE 'N'.
               05 WS-FlagCmp            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagHallado        PIC X(1) VALUE 'N'.
               *> 'Y' si el momento validado es una fecha y hora
               *> posibles.
               05 WS-FlagMomento        PIC X(1) VALUE 'N'.
               *> 'Y' si el periodo ya tiene compensaciones
               *> devengadas.
               05 WS-FlagDevengado      PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Hora               PIC 9(8).
           01 WS-Emisor             PIC X(10) VALUE 'MONITOREO '.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Imp-Entera         PIC X(7).
           01 WS-Imp-Decimal        PIC X(2).
           01 WS-Imp-Entera-N       PIC 9(7).
           01 WS-Imp-Decimal-N      PIC 9(2).
           01 WS-Importe            PIC 9(7)V99.
           *> Limites por punto y por mes, y valores de la
           *> compensacion (Interrupciones.CFG).
           01 WS-Parametros-Calidad.
               *> Horas de corte admitidas en el mes.
               05 WS-Horas-Max          PIC 9(3) VALUE 12.
               *> Cantidad de cortes admitidos en el mes.
               05 WS-Cortes-Max         PIC 9(3) VALUE 6.
               *> Porcentaje de la duracion de un corte programado
               *> que cuenta para el limite de horas.
               05 WS-Peso-Prog          PIC 9(3) VALUE 50.
               *> Duracion minima (minutos) para contar como corte.
               05 WS-Minutos-Min        PIC 9(3) VALUE 3.
               *> Importe por kwh no suministrado en exceso.
               05 WS-Valor-Kwh          PIC 9(5)V99 VALUE 1.20.
               *> Importe por corte en exceso.
               05 WS-Valor-Corte        PIC 9(7)V99 VALUE 150.00.
           *> Interrupcion en curso (alta y cierre).
           01 WS-Interrupcion.
               05 WS-Int-Numero         PIC 9(6).
               05 WS-Int-Ambito         PIC X(1).
               05 WS-Int-Zona           PIC X(3).
               05 WS-Int-Medidor        PIC X(10).
               05 WS-Int-Inicio         PIC 9(12).
               05 WS-Int-Fin            PIC 9(12).
               05 WS-Int-Causa          PIC X(30).
               05 WS-Int-Tipo           PIC X(1).
               05 WS-Int-Alta           PIC 9(8).
           01 WS-Ultimo-Numero      PIC 9(6) VALUE 0.
           *> Momento AAAAMMDDHHMM a validar o a pasar a minutos.
           01 WS-Momento            PIC 9(12).
           01 WS-Mom-Partes REDEFINES WS-Momento.
               05 WS-Mom-Anio       PIC 9(4).
               05 WS-Mom-Mes        PIC 9(2).
               05 WS-Mom-Dia        PIC 9(2).
               05 WS-Mom-HH         PIC 9(2).
               05 WS-Mom-MM         PIC 9(2).
           01 WS-Dias-Mes-Tabla     PIC X(24)
               VALUE '312831303130313130313031'.
           01 WS-Dias-Mes REDEFINES WS-Dias-Mes-Tabla.
               05 WS-Dias-Del-Mes   PIC 9(2) OCCURS 12 TIMES.
           *> Dias acumulados antes de cada mes en un año comun.
           01 WS-Acum-Mes-Tabla     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           01 WS-Acum-Mes REDEFINES WS-Acum-Mes-Tabla.
               05 WS-Dias-Previos   PIC 9(3) OCCURS 12 TIMES.
           01 WS-Ultimo-Dia         PIC 9(2).
           01 WS-Cociente           PIC 9(4).
           01 WS-Resto              PIC 9(4).
           *> Numero de dia y minuto corrido de un momento, para
           *> medir duraciones que cruzan dias y meses.
           01 WS-Cal-Base           PIC 9(4).
           01 WS-Cal-Div4           PIC 9(4).
           01 WS-Cal-Div100         PIC 9(4).
           01 WS-Cal-Div400         PIC 9(4).
           01 WS-Cal-Dias           PIC 9(7).
           01 WS-Minutos            PIC 9(11).
           *> Periodo de la corrida mensual: minuto inicial y el
           *> inicial del mes siguiente.
           01 WS-Periodo            PIC 9(6).
           01 WS-Per-Partes REDEFINES WS-Periodo.
               05 WS-Per-Anio       PIC 9(4).
               05 WS-Per-Mes        PIC 9(2).
           01 WS-Per-Desde          PIC 9(11).
           01 WS-Per-Hasta          PIC 9(11).
           01 WS-Lec-Desde          PIC 9(8).
           01 WS-Lec-Hasta          PIC 9(8).
           01 WS-Ini-Min            PIC 9(11).
           01 WS-Fin-Min            PIC 9(11).
           01 WS-Tramo-Desde        PIC 9(11).
           01 WS-Tramo-Hasta        PIC 9(11).
           01 WS-Tramo-Min          PIC 9(7).
           *> Interrupciones que tocan el periodo: minutos dentro del
           *> mes (los programados ya ponderados) y si cuenta como
           *> corte del mes (empezo en el mes y duro el minimo).
           01 WS-Tabla-Int.
               05 WS-Cant-Int           PIC 9(3) VALUE 0.
               05 WS-Tab-Int OCCURS 500 TIMES.
                   10 WS-Tab-Ambito     PIC X(1).
                   10 WS-Tab-Zona       PIC X(3).
                   10 WS-Tab-Medidor    PIC X(10).
                   10 WS-Tab-Tipo       PIC X(1).
                   10 WS-Tab-Minutos    PIC 9(7).
                   10 WS-Tab-Corte      PIC X(1).
           01 WS-IdxInt             PIC 9(3).
           *> Acumulados por zona para el regulador.
           01 WS-Tabla-Zonas.
               05 WS-Cant-Zonas         PIC 9(2) VALUE 0.
               05 WS-Zon OCCURS 50 TIMES.
                   10 WS-Zon-Codigo     PIC X(3).
                   10 WS-Zon-Puntos     PIC 9(6).
                   10 WS-Zon-Afectados  PIC 9(6).
                   10 WS-Zon-Programadas    PIC 9(4).
                   10 WS-Zon-NoProgramadas  PIC 9(4).
                   10 WS-Zon-Minutos    PIC 9(11).
                   10 WS-Zon-Cortes     PIC 9(8).
                   10 WS-Zon-Compensados    PIC 9(6).
                   10 WS-Zon-Importe    PIC 9(11)V99.
           01 WS-IdxZon             PIC 9(2).
           01 WS-Zona-Buscada       PIC X(3).
           *> Punto en curso de la corrida mensual.
           01 WS-Punto.
               05 WS-Pto-Minutos        PIC 9(7).
               05 WS-Pto-Cortes         PIC 9(3).
               05 WS-Pto-Horas          PIC 9(5)V99.
               05 WS-Pto-Exceso-Horas   PIC 9(5)V99.
               05 WS-Pto-Exceso-Cortes  PIC 9(3).
               05 WS-Pto-Kwh-Total      PIC 9(8).
               05 WS-Pto-Meses          PIC 9(3).
               05 WS-Pto-Kwh-Mes        PIC 9(6).
               05 WS-Pto-Importe        PIC 9(8)V99.
           01 WS-Totales.
               05 WS-Cant-Puntos        PIC 9(6) VALUE 0.
               05 WS-Cant-Afectados     PIC 9(6) VALUE 0.
               05 WS-Cant-Compensados   PIC 9(5) VALUE 0.
               05 WS-Cant-Listadas      PIC 9(5) VALUE 0.
               05 WS-Tot-Importe        PIC 9(12)V99 VALUE 0.
               05 WS-Cant-Detalles      PIC 9(6) VALUE 0.
           01 WS-Importe-Txt        PIC Z(9)9.99.
           *> Indices por zona: horas medias por punto (SAIDI) y
           *> cortes medios por punto (SAIFI).
           01 WS-Saidi              PIC 9(4)V99.
           01 WS-Saifi              PIC 9(3)V99.
           01 WS-Horas-Usuario      PIC 9(8)V99.
           *> Registros de posiciones fijas del informe.
           01 WS-Header.
               05 WS-HdrTipo        PIC X(1) VALUE 'H'.
               05 WS-Hdr-Emisor     PIC X(10).
               05 WS-Hdr-Fecha      PIC 9(8).
               05 WS-Hdr-Periodo    PIC 9(6).
               05 FILLER            PIC X(55) VALUE SPACES.
           01 WS-Detalle.
               05 WS-Det-Tipo       PIC X(1) VALUE 'D'.
               05 WS-Det-Zona       PIC X(3).
               05 WS-Det-Puntos     PIC 9(6).
               05 WS-Det-Afectados  PIC 9(6).
               05 WS-Det-Programadas    PIC 9(4).
               05 WS-Det-NoProgramadas  PIC 9(4).
               05 WS-Det-Horas      PIC 9(8)V99.
               05 WS-Det-Saidi      PIC 9(4)V99.
               05 WS-Det-Saifi      PIC 9(3)V99.
               05 WS-Det-Compensados    PIC 9(6).
               05 WS-Det-Importe    PIC 9(11)V99.
               05 FILLER            PIC X(16) VALUE SPACES.
           01 WS-Trailer.
               05 WS-Trl-Tipo       PIC X(1) VALUE 'T'.
               05 WS-Trl-Cantidad   PIC 9(6).
               05 WS-Trl-Puntos     PIC 9(8).
               05 WS-Trl-Compensados    PIC 9(6).
               05 WS-Trl-Importe    PIC 9(13)V99.
               05 FILLER            PIC X(44) VALUE SPACES.
           *> Lineas de los listados.
           01 WS-Listado-Titulo.
               05 FILLER            PIC X(8) VALUE "NUMERO".
               05 FILLER            PIC X(3) VALUE "A".
               05 FILLER            PIC X(5) VALUE "ZONA".
               05 FILLER            PIC X(12) VALUE "MEDIDOR".
               05 FILLER            PIC X(14) VALUE "INICIO".
               05 FILLER            PIC X(14) VALUE "FIN".
               05 FILLER            PIC X(3) VALUE "T".
               05 FILLER            PIC X(30) VALUE "CAUSA".
           01 WS-Listado-Linea.
               05 WS-Lis-Numero     PIC 9(6).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Ambito     PIC X(1).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Zona       PIC X(3).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Medidor    PIC X(10).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Inicio     PIC 9(12).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Fin        PIC 9(12).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Tipo       PIC X(1).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Lis-Causa      PIC X(30).
           01 WS-Calidad-Titulo.
               05 FILLER            PIC X(7) VALUE "ID".
               05 FILLER            PIC X(12) VALUE "MEDIDOR".
               05 FILLER            PIC X(5) VALUE "ZONA".
               05 FILLER            PIC X(10) VALUE "HORAS".
               05 FILLER            PIC X(8) VALUE "CORTES".
               05 FILLER            PIC X(10) VALUE "EXC.HS".
               05 FILLER            PIC X(8) VALUE "EXC.CT".
               05 FILLER            PIC X(9) VALUE "KWH/MES".
               05 FILLER            PIC X(13) VALUE "COMPENSACION".
           01 WS-Calidad-Linea.
               05 WS-Cal-ID         PIC 9(5).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Cal-Medidor    PIC X(10).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Cal-Zona       PIC X(3).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Cal-Horas      PIC ZZZZ9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Cal-Cortes     PIC ZZ9.
               05 FILLER            PIC X(5) VALUE SPACES.
               05 WS-Cal-Exc-Horas  PIC ZZZZ9.99.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 WS-Cal-Exc-Cortes PIC ZZ9.
               05 FILLER            PIC X(5) VALUE SPACES.
               05 WS-Cal-Kwh        PIC ZZZZZ9.
               05 FILLER            PIC X(3) VALUE SPACES.
               05 WS-Cal-Importe    PIC Z(7)9.99.
           01 WS-Zona-Linea.
               05 FILLER            PIC X(5) VALUE "Zona ".
               05 WS-ZL-Zona        PIC X(3).
               05 FILLER            PIC X(9) VALUE " puntos: ".
               05 WS-ZL-Puntos      PIC ZZZZZ9.
               05 FILLER            PIC X(12) VALUE " afectados: ".
               05 WS-ZL-Afectados   PIC ZZZZZ9.
               05 FILLER            PIC X(8) VALUE " SAIDI: ".
               05 WS-ZL-Saidi       PIC ZZZ9.99.
               05 FILLER            PIC X(8) VALUE " SAIFI: ".
               05 WS-ZL-Saifi       PIC ZZ9.99.
               05 FILLER            PIC X(15) VALUE " compensacion: ".
               05 WS-ZL-Importe     PIC Z(10)9.99.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" alta de una interrupcion (IR-Fin en cero la deja
               *> abierta), "C" cierre de la IR-Numero con IR-Fin (cero
               *> = ahora), "L" listado en Interrupciones.Txt, "M"
               *> corrida mensual del periodo IR-Periodo (AAAAMM):
               *> compensaciones e informe para el regulador.
               05 IR-Accion         PIC X(1).
               05 IR-Numero         PIC 9(6).
               *> Z zona (IR-Codigo = SU-Zona), S punto (IR-Codigo =
               *> medidor).
               05 IR-Ambito         PIC X(1).
               05 IR-Codigo         PIC X(10).
               *> Inicio y fin AAAAMMDDHHMM.
               05 IR-Inicio         PIC 9(12).
               05 IR-Fin            PIC 9(12).
               05 IR-Causa          PIC X(30).
               05 IR-Tipo           PIC X(1).
               05 IR-Periodo        PIC 9(6).
               05 IR-Cantidad       PIC 9(5).
               05 IR-Importe        PIC 9(12)V99.
               05 IR-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO IR-Mensaje
               MOVE 0 TO IR-Cantidad IR-Importe
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               ACCEPT WS-Hora FROM TIME
               EVALUATE IR-Accion
                   WHEN "A"
                       PERFORM Alta-Interrupcion
                   WHEN "C"
                       PERFORM Cerrar-Interrupcion
                   WHEN "L"
                       PERFORM Listar-Interrupciones
                   WHEN "M"
                       PERFORM Corrida-Mensual
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO IR-Mensaje
               END-EVALUATE
           EXIT.

           *> Alta: ambito Z con una zona que tenga puntos o S con un
           *> medidor que sea punto de suministro, inicio valido, fin
           *> valido y posterior (o cero, abierta), causa y tipo. El
           *> numero es el siguiente al mayor registrado.
           Alta-Interrupcion.
               MOVE IR-Inicio TO WS-Momento
               PERFORM Validar-Momento
               EVALUATE TRUE
                   WHEN IR-Ambito NOT = "Z" AND IR-Ambito NOT = "S"
                       MOVE "ERROR Ambito invalido (Z zona, S punto)"
                           TO IR-Mensaje
                   WHEN IR-Codigo = SPACES
                       MOVE "ERROR Falta la zona o el medidor" TO
                           IR-Mensaje
                   WHEN IR-Tipo NOT = "P" AND IR-Tipo NOT = "N"
                       MOVE "ERROR Tipo invalido (P o N)" TO
                           IR-Mensaje
                   WHEN IR-Causa = SPACES
                       MOVE "ERROR Falta la causa" TO IR-Mensaje
                   WHEN WS-FlagMomento = 'N'
                       MOVE "ERROR Inicio invalido (AAAAMMDDHHMM)" TO
                           IR-Mensaje
               END-EVALUATE
               IF IR-Mensaje = SPACES AND IR-Fin NOT = 0 THEN
                   MOVE IR-Fin TO WS-Momento
                   PERFORM Validar-Momento
                   IF WS-FlagMomento = 'N' THEN
                       MOVE "ERROR Fin invalido (AAAAMMDDHHMM)" TO
                           IR-Mensaje
                   ELSE
                       IF IR-Fin <= IR-Inicio THEN
                           MOVE "ERROR Fin anterior al inicio" TO
                               IR-Mensaje
                       END-IF
                   END-IF
               END-IF
               IF IR-Mensaje = SPACES THEN
                   PERFORM Validar-Ambito
               END-IF
               IF IR-Mensaje = SPACES THEN
                   PERFORM Buscar-Ultimo-Numero
                   ADD 1 TO WS-Ultimo-Numero
                   MOVE WS-Ultimo-Numero TO IT-Numero IR-Numero
                   MOVE IR-Ambito TO IT-Ambito
                   IF IR-Ambito = "Z" THEN
                       MOVE IR-Codigo TO IT-Zona
                       MOVE SPACES TO IT-Medidor
                   ELSE
                       MOVE WS-Zona-Buscada TO IT-Zona
                       MOVE IR-Codigo TO IT-Medidor
                   END-IF
                   MOVE IR-Inicio TO IT-Inicio
                   MOVE IR-Fin TO IT-Fin
                   MOVE IR-Causa TO IT-Causa
                   MOVE IR-Tipo TO IT-Tipo
                   MOVE WS-Fecha TO IT-Alta
                   OPEN EXTEND Interrupciones
                   IF WS-File-StatusInt NOT = '00' THEN
                       OPEN OUTPUT Interrupciones
                   END-IF
                   WRITE InterrupcionR
                   CLOSE Interrupciones
                   MOVE 1 TO IR-Cantidad
                   IF IR-Fin = 0 THEN
                       STRING "Interrupcion " IR-Numero
                           " registrada, queda abierta"
                           DELIMITED BY SIZE INTO IR-Mensaje
                       END-STRING
                   ELSE
                       STRING "Interrupcion " IR-Numero
                           " registrada"
                           DELIMITED BY SIZE INTO IR-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           *> La zona tiene que tener al menos un punto de
           *> suministro; el medidor tiene que ser un punto, y su
           *> zona queda en la interrupcion para el informe.
           Validar-Ambito.
               MOVE 'N' TO WS-FlagHallado
               MOVE SPACES TO WS-Zona-Buscada
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF (IR-Ambito = "Z" AND
                                   SU-Zona = IR-Codigo(1:3)) OR
                                  (IR-Ambito = "S" AND
                                   SU-Medidor = IR-Codigo) THEN
                                   MOVE 'Y' TO WS-FlagHallado
                                   MOVE SU-Zona TO WS-Zona-Buscada
                                   MOVE 'Y' TO WS-FlagSum
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
               IF WS-FlagHallado = 'N' THEN
                   IF IR-Ambito = "Z" THEN
                       MOVE "ERROR Zona sin puntos de suministro" TO
                           IR-Mensaje
                   ELSE
                       MOVE "ERROR Medidor sin punto de suministro" TO
                           IR-Mensaje
                   END-IF
               END-IF
           EXIT.

           Buscar-Ultimo-Numero.
               MOVE 0 TO WS-Ultimo-Numero
               OPEN INPUT Interrupciones
               IF WS-File-StatusInt = '00' THEN
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Interrupciones INTO InterrupcionR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               IF IT-Numero > WS-Ultimo-Numero THEN
                                   MOVE IT-Numero TO WS-Ultimo-Numero
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Interrupciones
                   MOVE 'N' TO WS-FlagInt
               END-IF
           EXIT.

           *> Cierre: la interrupcion abierta IR-Numero toma el fin
           *> informado (cero = ahora), que no puede ser anterior al
           *> inicio.
           Cerrar-Interrupcion.
               IF IR-Fin = 0 THEN
                   COMPUTE IR-Fin = WS-Fecha * 10000 + WS-Hora / 10000
               END-IF
               MOVE IR-Fin TO WS-Momento
               PERFORM Validar-Momento
               PERFORM Buscar-Interrupcion
               EVALUATE TRUE
                   WHEN WS-FlagHallado = 'N'
                       MOVE "ERROR Interrupcion inexistente" TO
                           IR-Mensaje
                   WHEN WS-Int-Fin NOT = 0
                       MOVE "ERROR La interrupcion ya esta cerrada" TO
                           IR-Mensaje
                   WHEN WS-FlagMomento = 'N'
                       MOVE "ERROR Fin invalido (AAAAMMDDHHMM)" TO
                           IR-Mensaje
                   WHEN IR-Fin <= WS-Int-Inicio
                       MOVE "ERROR Fin anterior al inicio" TO
                           IR-Mensaje
               END-EVALUATE
               IF IR-Mensaje = SPACES THEN
                   MOVE IR-Fin TO WS-Int-Fin
                   PERFORM Regrabar-Interrupciones
                   MOVE 1 TO IR-Cantidad
                   STRING "Interrupcion " IR-Numero " cerrada al "
                       IR-Fin
                       DELIMITED BY SIZE INTO IR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Deja en WS-Interrupcion la interrupcion IR-Numero.
           Buscar-Interrupcion.
               MOVE 'N' TO WS-FlagHallado
               OPEN INPUT Interrupciones
               IF WS-File-StatusInt = '00' THEN
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Interrupciones INTO InterrupcionR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               IF IT-Numero = IR-Numero THEN
                                   MOVE 'Y' TO WS-FlagHallado
                                   MOVE IT-Numero TO WS-Int-Numero
                                   MOVE IT-Ambito TO WS-Int-Ambito
                                   MOVE IT-Zona TO WS-Int-Zona
                                   MOVE IT-Medidor TO WS-Int-Medidor
                                   MOVE IT-Inicio TO WS-Int-Inicio
                                   MOVE IT-Fin TO WS-Int-Fin
                                   MOVE IT-Causa TO WS-Int-Causa
                                   MOVE IT-Tipo TO WS-Int-Tipo
                                   MOVE IT-Alta TO WS-Int-Alta
                                   MOVE 'Y' TO WS-FlagInt
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Interrupciones
                   MOVE 'N' TO WS-FlagInt
               END-IF
           EXIT.

           *> Copia el registro al trabajo con el fin nuevo en la
           *> interrupcion cerrada y lo vuelca.
           Regrabar-Interrupciones.
               OPEN OUTPUT IntTrabajo
               OPEN INPUT Interrupciones
               PERFORM UNTIL WS-FlagInt = 'Y'
                   READ Interrupciones INTO InterrupcionR
                       AT END
                           MOVE 'Y' TO WS-FlagInt
                       NOT AT END
                           IF IT-Numero = WS-Int-Numero THEN
                               MOVE WS-Int-Fin TO IT-Fin
                           END-IF
                           MOVE InterrupcionR TO IntTrabajoR
                           WRITE IntTrabajoR
                   END-READ
               END-PERFORM
               CLOSE Interrupciones
               CLOSE IntTrabajo
               MOVE 'N' TO WS-FlagInt
               PERFORM Volcar-Interrupciones
           EXIT.

           Volcar-Interrupciones.
               OPEN INPUT IntTrabajo
               OPEN OUTPUT Interrupciones
               PERFORM UNTIL WS-FlagItr = 'Y'
                   READ IntTrabajo INTO IntTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagItr
                       NOT AT END
                           MOVE IntTrabajoR TO InterrupcionR
                           WRITE InterrupcionR
                   END-READ
               END-PERFORM
               CLOSE IntTrabajo
               CLOSE Interrupciones
               MOVE 'N' TO WS-FlagItr
               DELETE FILE IntTrabajo
           EXIT.

           Listar-Interrupciones.
               MOVE 0 TO WS-Cant-Listadas
               OPEN INPUT Interrupciones
               IF WS-File-StatusInt NOT = '00' THEN
                   MOVE "ERROR No hay interrupciones registradas" TO
                       IR-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "INTERRUPCIONES DEL SERVICIO AL " WS-Fecha
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   MOVE WS-Listado-Titulo TO Listado-R
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Interrupciones INTO InterrupcionR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               MOVE IT-Numero TO WS-Lis-Numero
                               MOVE IT-Ambito TO WS-Lis-Ambito
                               MOVE IT-Zona TO WS-Lis-Zona
                               MOVE IT-Medidor TO WS-Lis-Medidor
                               MOVE IT-Inicio TO WS-Lis-Inicio
                               MOVE IT-Fin TO WS-Lis-Fin
                               MOVE IT-Tipo TO WS-Lis-Tipo
                               MOVE IT-Causa TO WS-Lis-Causa
                               MOVE WS-Listado-Linea TO Listado-R
                               WRITE Listado-R
                               ADD 1 TO WS-Cant-Listadas
                       END-READ
                   END-PERFORM
                   CLOSE Interrupciones
                   CLOSE Listado
                   MOVE 'N' TO WS-FlagInt
                   MOVE WS-Cant-Listadas TO IR-Cantidad
                   STRING "Interrupciones listadas en "
                       "Interrupciones.Txt: " WS-Cant-Listadas
                       DELIMITED BY SIZE INTO IR-Mensaje
                   END-STRING
               END-IF
           EXIT.

           *> Corrida mensual: horas y cortes del mes de cada punto
           *> activo contra los limites de Interrupciones.CFG, la
           *> compensacion del exceso devengada en Compensaciones.DAT
           *> (la aplica "Facturacion" en la factura siguiente) y el
           *> informe por zona para el regulador. Un periodo se
           *> compensa una sola vez y no con cortes abiertos.
           Corrida-Mensual.
               MOVE 0 TO WS-Cant-Zonas WS-Cant-Puntos WS-Cant-Afectados
                   WS-Cant-Compensados WS-Tot-Importe WS-Cant-Detalles
               MOVE IR-Periodo TO WS-Periodo
               IF IR-Periodo = 0 OR WS-Per-Mes < 1 OR
                  WS-Per-Mes > 12 THEN
                   MOVE "ERROR Periodo invalido (AAAAMM)" TO
                       IR-Mensaje
               ELSE
                   PERFORM Cargar-Configuracion
                   PERFORM Calcular-Periodo
                   PERFORM Controlar-Devengado
                   IF WS-FlagDevengado = 'Y' THEN
                       STRING "ERROR El periodo " IR-Periodo
                           " ya tiene compensaciones"
                           DELIMITED BY SIZE INTO IR-Mensaje
                       END-STRING
                   ELSE
                       PERFORM Cargar-Interrupciones
                   END-IF
               END-IF
               IF IR-Mensaje = SPACES THEN
                   OPEN INPUT Suministros
                   IF WS-File-StatusSum NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir Suministros.DAT"
                           TO IR-Mensaje
                   ELSE
                       PERFORM Evaluar-Puntos
                       PERFORM Emitir-Extracto
                       PERFORM Escribir-Resumen-Zonas
                       MOVE WS-Cant-Compensados TO IR-Cantidad
                       MOVE WS-Tot-Importe TO IR-Importe
                       STRING "Periodo " IR-Periodo " afectados: "
                           WS-Cant-Afectados " compensados: "
                           WS-Cant-Compensados
                           DELIMITED BY SIZE INTO IR-Mensaje
                       END-STRING
                   END-IF
               END-IF
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
                   WHEN "HORASMAX"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Horas-Max
                       END-IF
                   WHEN "CORTESMAX"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Cortes-Max
                       END-IF
                   WHEN "PESOPROG"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Peso-Prog
                       END-IF
                   WHEN "MINUTOSMIN"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO
                               WS-Minutos-Min
                       END-IF
                   WHEN "VALORKWH"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Valor-Kwh
                   WHEN "VALORCORTE"
                       PERFORM Convertir-Importe
                       MOVE WS-Importe TO WS-Valor-Corte
               END-EVALUATE
           EXIT.

           *> Convierte el valor del CFG (con punto decimal opcional)
           *> a WS-Importe, mismo criterio que "Cobranzas".
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

           *> Minuto inicial del mes y del mes siguiente, y las
           *> fechas de lectura de los doce meses que terminan en el
           *> periodo (para el consumo medio del punto).
           Calcular-Periodo.
               MOVE WS-Per-Anio TO WS-Mom-Anio
               MOVE WS-Per-Mes TO WS-Mom-Mes
               MOVE 1 TO WS-Mom-Dia
               MOVE 0 TO WS-Mom-HH WS-Mom-MM
               PERFORM Calcular-Minutos
               MOVE WS-Minutos TO WS-Per-Desde
               IF WS-Per-Mes = 12 THEN
                   COMPUTE WS-Mom-Anio = WS-Per-Anio + 1
                   MOVE 1 TO WS-Mom-Mes
               ELSE
                   COMPUTE WS-Mom-Mes = WS-Per-Mes + 1
               END-IF
               PERFORM Calcular-Minutos
               MOVE WS-Minutos TO WS-Per-Hasta
               COMPUTE WS-Lec-Desde = (WS-Periodo - 100) * 100 + 1
               COMPUTE WS-Lec-Hasta = WS-Periodo * 100 + 31
           EXIT.

           Controlar-Devengado.
               MOVE 'N' TO WS-FlagDevengado
               OPEN INPUT Compensaciones
               IF WS-File-StatusCmp = '00' THEN
                   PERFORM UNTIL WS-FlagCmp = 'Y'
                       READ Compensaciones INTO CompensacionR
                           AT END
                               MOVE 'Y' TO WS-FlagCmp
                           NOT AT END
                               IF CP-Tipo = "C" AND
                                  CP-Periodo = WS-Periodo THEN
                                   MOVE 'Y' TO WS-FlagDevengado
                                   MOVE 'Y' TO WS-FlagCmp
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Compensaciones
                   MOVE 'N' TO WS-FlagCmp
               END-IF
           EXIT.

           *> Deja en la tabla las interrupciones que tocan el mes,
           *> con sus minutos dentro del mes (ponderados si fue
           *> programada). Una interrupcion abierta que empezo antes
           *> del fin del mes impide la corrida.
           Cargar-Interrupciones.
               MOVE 0 TO WS-Cant-Int
               OPEN INPUT Interrupciones
               IF WS-File-StatusInt NOT = '00' THEN
                   MOVE "ERROR No hay interrupciones registradas" TO
                       IR-Mensaje
               ELSE
                   PERFORM UNTIL WS-FlagInt = 'Y'
                       READ Interrupciones INTO InterrupcionR
                           AT END
                               MOVE 'Y' TO WS-FlagInt
                           NOT AT END
                               PERFORM Cargar-Interrupcion
                       END-READ
                   END-PERFORM
                   CLOSE Interrupciones
                   MOVE 'N' TO WS-FlagInt
               END-IF
           EXIT.

           Cargar-Interrupcion.
               MOVE IT-Inicio TO WS-Momento
               PERFORM Calcular-Minutos
               MOVE WS-Minutos TO WS-Ini-Min
               IF IT-Fin-Fecha = 0 THEN
                   IF WS-Ini-Min < WS-Per-Hasta AND
                      IR-Mensaje = SPACES THEN
                       STRING "ERROR Interrupcion " IT-Numero
                           " abierta, cerrarla antes de la corrida"
                           DELIMITED BY SIZE INTO IR-Mensaje
                       END-STRING
                   END-IF
               ELSE
                   MOVE IT-Fin TO WS-Momento
                   PERFORM Calcular-Minutos
                   MOVE WS-Minutos TO WS-Fin-Min
                   PERFORM Agregar-Interrupcion
               END-IF
           EXIT.

           Agregar-Interrupcion.
               IF WS-Ini-Min > WS-Per-Desde THEN
                   MOVE WS-Ini-Min TO WS-Tramo-Desde
               ELSE
                   MOVE WS-Per-Desde TO WS-Tramo-Desde
               END-IF
               IF WS-Fin-Min < WS-Per-Hasta THEN
                   MOVE WS-Fin-Min TO WS-Tramo-Hasta
               ELSE
                   MOVE WS-Per-Hasta TO WS-Tramo-Hasta
               END-IF
               IF WS-Tramo-Hasta > WS-Tramo-Desde AND
                  WS-Cant-Int < 500 THEN
                   ADD 1 TO WS-Cant-Int
                   MOVE WS-Cant-Int TO WS-IdxInt
                   MOVE IT-Ambito TO WS-Tab-Ambito(WS-IdxInt)
                   MOVE IT-Zona TO WS-Tab-Zona(WS-IdxInt)
                   MOVE IT-Medidor TO WS-Tab-Medidor(WS-IdxInt)
                   MOVE IT-Tipo TO WS-Tab-Tipo(WS-IdxInt)
                   COMPUTE WS-Tramo-Min =
                       WS-Tramo-Hasta - WS-Tramo-Desde
                   IF IT-Tipo = "P" THEN
                       COMPUTE WS-Tab-Minutos(WS-IdxInt) ROUNDED =
                           WS-Tramo-Min * WS-Peso-Prog / 100
                   ELSE
                       MOVE WS-Tramo-Min TO WS-Tab-Minutos(WS-IdxInt)
                   END-IF
                   MOVE 'N' TO WS-Tab-Corte(WS-IdxInt)
                   IF WS-Ini-Min >= WS-Per-Desde AND
                      WS-Fin-Min - WS-Ini-Min >= WS-Minutos-Min THEN
                       MOVE 'Y' TO WS-Tab-Corte(WS-IdxInt)
                   END-IF
                   *> Los cortes de zona se cuentan en su zona; los
                   *> de un punto, en la zona del punto al evaluarlo.
                   IF IT-Ambito = "Z" THEN
                       MOVE IT-Zona TO WS-Zona-Buscada
                       PERFORM Ubicar-Zona
                       PERFORM Contar-Evento
                   END-IF
               END-IF
           EXIT.

           Contar-Evento.
               IF WS-Tab-Corte(WS-IdxInt) = 'Y' AND WS-IdxZon > 0 THEN
                   IF WS-Tab-Tipo(WS-IdxInt) = "P" THEN
                       ADD 1 TO WS-Zon-Programadas(WS-IdxZon)
                   ELSE
                       ADD 1 TO WS-Zon-NoProgramadas(WS-IdxZon)
                   END-IF
               END-IF
           EXIT.

           Ubicar-Zona.
               PERFORM VARYING WS-IdxZon FROM 1 BY 1
                       UNTIL WS-IdxZon > WS-Cant-Zonas
                       OR WS-Zon-Codigo(WS-IdxZon) = WS-Zona-Buscada
                   CONTINUE
               END-PERFORM
               IF WS-IdxZon > WS-Cant-Zonas THEN
                   IF WS-Cant-Zonas < 50 THEN
                       ADD 1 TO WS-Cant-Zonas
                       MOVE WS-Cant-Zonas TO WS-IdxZon
                       MOVE WS-Zona-Buscada TO
                           WS-Zon-Codigo(WS-IdxZon)
                       MOVE 0 TO WS-Zon-Puntos(WS-IdxZon)
                           WS-Zon-Afectados(WS-IdxZon)
                           WS-Zon-Programadas(WS-IdxZon)
                           WS-Zon-NoProgramadas(WS-IdxZon)
                           WS-Zon-Minutos(WS-IdxZon)
                           WS-Zon-Cortes(WS-IdxZon)
                           WS-Zon-Compensados(WS-IdxZon)
                           WS-Zon-Importe(WS-IdxZon)
                   ELSE
                       MOVE 0 TO WS-IdxZon
                   END-IF
               END-IF
           EXIT.

           *> Recorre los puntos activos (Suministros ya abierto),
           *> deja el detalle en CalidadServicio.Txt y las
           *> compensaciones devengadas al final de
           *> Compensaciones.DAT.
           Evaluar-Puntos.
               OPEN OUTPUT Calidad
               MOVE SPACES TO Calidad-R
               STRING "CALIDAD DE SERVICIO - PERIODO " WS-Periodo
                   " - LIMITES " WS-Horas-Max " HS / " WS-Cortes-Max
                   " CORTES"
                   DELIMITED BY SIZE INTO Calidad-R
               END-STRING
               WRITE Calidad-R
               MOVE WS-Calidad-Titulo TO Calidad-R
               WRITE Calidad-R
               OPEN EXTEND Compensaciones
               IF WS-File-StatusCmp NOT = '00' THEN
                   OPEN OUTPUT Compensaciones
               END-IF
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
               CLOSE Compensaciones
               MOVE 'N' TO WS-FlagSum
           EXIT.

           Evaluar-Punto.
               ADD 1 TO WS-Cant-Puntos
               MOVE SU-Zona TO WS-Zona-Buscada
               PERFORM Ubicar-Zona
               IF WS-IdxZon > 0 THEN
                   ADD 1 TO WS-Zon-Puntos(WS-IdxZon)
               END-IF
               MOVE 0 TO WS-Pto-Minutos WS-Pto-Cortes
               PERFORM VARYING WS-IdxInt FROM 1 BY 1
                       UNTIL WS-IdxInt > WS-Cant-Int
                   IF (WS-Tab-Ambito(WS-IdxInt) = "Z" AND
                       WS-Tab-Zona(WS-IdxInt) = SU-Zona) OR
                      (WS-Tab-Ambito(WS-IdxInt) = "S" AND
                       WS-Tab-Medidor(WS-IdxInt) = SU-Medidor) THEN
                       ADD WS-Tab-Minutos(WS-IdxInt) TO WS-Pto-Minutos
                       IF WS-Tab-Corte(WS-IdxInt) = 'Y' THEN
                           ADD 1 TO WS-Pto-Cortes
                       END-IF
                       IF WS-Tab-Ambito(WS-IdxInt) = "S" THEN
                           PERFORM Contar-Evento
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Pto-Minutos > 0 OR WS-Pto-Cortes > 0 THEN
                   ADD 1 TO WS-Cant-Afectados
                   IF WS-IdxZon > 0 THEN
                       ADD 1 TO WS-Zon-Afectados(WS-IdxZon)
                       ADD WS-Pto-Minutos TO WS-Zon-Minutos(WS-IdxZon)
                       ADD WS-Pto-Cortes TO WS-Zon-Cortes(WS-IdxZon)
                   END-IF
                   PERFORM Calcular-Compensacion
                   PERFORM Escribir-Punto
               END-IF
           EXIT.

           *> Exceso de horas por la energia media por hora del punto
           *> (consumo medio mensual / 720) al VALORKWH, mas el exceso
           *> de cortes al VALORCORTE.
           Calcular-Compensacion.
               COMPUTE WS-Pto-Horas ROUNDED = WS-Pto-Minutos / 60
               MOVE 0 TO WS-Pto-Exceso-Horas WS-Pto-Exceso-Cortes
                   WS-Pto-Importe WS-Pto-Kwh-Mes
               IF WS-Pto-Horas > WS-Horas-Max THEN
                   COMPUTE WS-Pto-Exceso-Horas =
                       WS-Pto-Horas - WS-Horas-Max
               END-IF
               IF WS-Pto-Cortes > WS-Cortes-Max THEN
                   COMPUTE WS-Pto-Exceso-Cortes =
                       WS-Pto-Cortes - WS-Cortes-Max
               END-IF
               IF WS-Pto-Exceso-Horas > 0 THEN
                   PERFORM Calcular-Consumo-Medio
               END-IF
               COMPUTE WS-Pto-Importe ROUNDED =
                   (WS-Pto-Exceso-Horas * WS-Pto-Kwh-Mes / 720
                    * WS-Valor-Kwh)
                   + (WS-Pto-Exceso-Cortes * WS-Valor-Corte)
               IF WS-Pto-Importe > 0 THEN
                   ADD 1 TO WS-Cant-Compensados
                   ADD WS-Pto-Importe TO WS-Tot-Importe
                   IF WS-IdxZon > 0 THEN
                       ADD 1 TO WS-Zon-Compensados(WS-IdxZon)
                       ADD WS-Pto-Importe TO WS-Zon-Importe(WS-IdxZon)
                   END-IF
                   MOVE "C" TO CP-Tipo
                   MOVE SU-ID TO CP-ID
                   MOVE SU-Medidor TO CP-Medidor
                   MOVE WS-Periodo TO CP-Periodo
                   MOVE WS-Pto-Importe TO CP-Importe
                   MOVE 0 TO CP-Factura
                   MOVE WS-Fecha TO CP-Fecha
                   WRITE CompensacionR
               END-IF
           EXIT.

           *> Consumo medio mensual del medidor en los doce meses que
           *> terminan en el periodo.
           Calcular-Consumo-Medio.
               MOVE 0 TO WS-Pto-Kwh-Total WS-Pto-Meses
               OPEN INPUT LecturasMed
               IF WS-File-StatusLms = '00' THEN
                   PERFORM UNTIL WS-FlagLms = 'Y'
                       READ LecturasMed INTO LecturaMedR
                           AT END
                               MOVE 'Y' TO WS-FlagLms
                           NOT AT END
                               IF LM-Medidor = SU-Medidor AND
                                  LM-Fecha >= WS-Lec-Desde AND
                                  LM-Fecha <= WS-Lec-Hasta THEN
                                   ADD LM-Consumo TO WS-Pto-Kwh-Total
                                   ADD 1 TO WS-Pto-Meses
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LecturasMed
                   MOVE 'N' TO WS-FlagLms
               END-IF
               IF WS-Pto-Meses > 0 THEN
                   COMPUTE WS-Pto-Kwh-Mes ROUNDED =
                       WS-Pto-Kwh-Total / WS-Pto-Meses
               END-IF
           EXIT.

           Escribir-Punto.
               MOVE SU-ID TO WS-Cal-ID
               MOVE SU-Medidor TO WS-Cal-Medidor
               MOVE SU-Zona TO WS-Cal-Zona
               MOVE WS-Pto-Horas TO WS-Cal-Horas
               MOVE WS-Pto-Cortes TO WS-Cal-Cortes
               MOVE WS-Pto-Exceso-Horas TO WS-Cal-Exc-Horas
               MOVE WS-Pto-Exceso-Cortes TO WS-Cal-Exc-Cortes
               MOVE WS-Pto-Kwh-Mes TO WS-Cal-Kwh
               MOVE WS-Pto-Importe TO WS-Cal-Importe
               MOVE WS-Calidad-Linea TO Calidad-R
               WRITE Calidad-R
           EXIT.

           Emitir-Extracto.
               OPEN OUTPUT Extracto
               MOVE WS-Emisor TO WS-Hdr-Emisor
               MOVE WS-Fecha TO WS-Hdr-Fecha
               MOVE WS-Periodo TO WS-Hdr-Periodo
               MOVE WS-Header TO Extracto-R
               WRITE Extracto-R
               PERFORM VARYING WS-IdxZon FROM 1 BY 1
                       UNTIL WS-IdxZon > WS-Cant-Zonas
                   PERFORM Calcular-Indices
                   MOVE WS-Zon-Codigo(WS-IdxZon) TO WS-Det-Zona
                   MOVE WS-Zon-Puntos(WS-IdxZon) TO WS-Det-Puntos
                   MOVE WS-Zon-Afectados(WS-IdxZon) TO
                       WS-Det-Afectados
                   MOVE WS-Zon-Programadas(WS-IdxZon) TO
                       WS-Det-Programadas
                   MOVE WS-Zon-NoProgramadas(WS-IdxZon) TO
                       WS-Det-NoProgramadas
                   MOVE WS-Horas-Usuario TO WS-Det-Horas
                   MOVE WS-Saidi TO WS-Det-Saidi
                   MOVE WS-Saifi TO WS-Det-Saifi
                   MOVE WS-Zon-Compensados(WS-IdxZon) TO
                       WS-Det-Compensados
                   MOVE WS-Zon-Importe(WS-IdxZon) TO WS-Det-Importe
                   MOVE WS-Detalle TO Extracto-R
                   WRITE Extracto-R
                   ADD 1 TO WS-Cant-Detalles
               END-PERFORM
               MOVE WS-Cant-Detalles TO WS-Trl-Cantidad
               MOVE WS-Cant-Puntos TO WS-Trl-Puntos
               MOVE WS-Cant-Compensados TO WS-Trl-Compensados
               MOVE WS-Tot-Importe TO WS-Trl-Importe
               MOVE WS-Trailer TO Extracto-R
               WRITE Extracto-R
               CLOSE Extracto
           EXIT.

           *> Horas-usuario de la zona y sus indices por punto
           *> servido; una zona sin puntos activos va en cero.
           Calcular-Indices.
               COMPUTE WS-Horas-Usuario ROUNDED =
                   WS-Zon-Minutos(WS-IdxZon) / 60
               MOVE 0 TO WS-Saidi WS-Saifi
               IF WS-Zon-Puntos(WS-IdxZon) > 0 THEN
                   COMPUTE WS-Saidi ROUNDED =
                       WS-Horas-Usuario / WS-Zon-Puntos(WS-IdxZon)
                   COMPUTE WS-Saifi ROUNDED =
                       WS-Zon-Cortes(WS-IdxZon) /
                       WS-Zon-Puntos(WS-IdxZon)
               END-IF
           EXIT.

           Escribir-Resumen-Zonas.
               MOVE SPACES TO Calidad-R
               WRITE Calidad-R
               MOVE "RESUMEN POR ZONA" TO Calidad-R
               WRITE Calidad-R
               PERFORM VARYING WS-IdxZon FROM 1 BY 1
                       UNTIL WS-IdxZon > WS-Cant-Zonas
                   PERFORM Calcular-Indices
                   MOVE WS-Zon-Codigo(WS-IdxZon) TO WS-ZL-Zona
                   MOVE WS-Zon-Puntos(WS-IdxZon) TO WS-ZL-Puntos
                   MOVE WS-Zon-Afectados(WS-IdxZon) TO WS-ZL-Afectados
                   MOVE WS-Saidi TO WS-ZL-Saidi
                   MOVE WS-Saifi TO WS-ZL-Saifi
                   MOVE WS-Zon-Importe(WS-IdxZon) TO WS-ZL-Importe
                   MOVE WS-Zona-Linea TO Calidad-R
                   WRITE Calidad-R
               END-PERFORM
               MOVE WS-Tot-Importe TO WS-Importe-Txt
               MOVE SPACES TO Calidad-R
               STRING "Puntos activos: " WS-Cant-Puntos
                   "  afectados: " WS-Cant-Afectados
                   "  compensados: " WS-Cant-Compensados
                   "  importe: " WS-Importe-Txt
                   DELIMITED BY SIZE INTO Calidad-R
               END-STRING
               WRITE Calidad-R
               CLOSE Calidad
           EXIT.

           *> WS-FlagMomento 'Y' si WS-Momento es una fecha y hora
           *> posibles (mes, dia del mes con bisiestos, hora y
           *> minutos).
           Validar-Momento.
               MOVE 'N' TO WS-FlagMomento
               IF WS-Momento IS NUMERIC AND WS-Mom-Anio > 1900 AND
                  WS-Mom-Mes >= 1 AND WS-Mom-Mes <= 12 AND
                  WS-Mom-HH < 24 AND WS-Mom-MM < 60 THEN
                   MOVE WS-Dias-Del-Mes(WS-Mom-Mes) TO WS-Ultimo-Dia
                   IF WS-Mom-Mes = 2 THEN
                       DIVIDE WS-Mom-Anio BY 4 GIVING WS-Cociente
                           REMAINDER WS-Resto
                       IF WS-Resto = 0 THEN
                           MOVE 29 TO WS-Ultimo-Dia
                       END-IF
                   END-IF
                   IF WS-Mom-Dia >= 1 AND
                      WS-Mom-Dia <= WS-Ultimo-Dia THEN
                       MOVE 'Y' TO WS-FlagMomento
                   END-IF
               END-IF
           EXIT.

           *> Minuto corrido de WS-Momento: dias desde el año cero
           *> del calendario gregoriano (con los bisiestos hasta el
           *> año, sin contar el propio si todavia no paso febrero)
           *> por 1440, mas la hora y los minutos.
           Calcular-Minutos.
               MOVE WS-Mom-Anio TO WS-Cal-Base
               IF WS-Mom-Mes <= 2 THEN
                   SUBTRACT 1 FROM WS-Cal-Base
               END-IF
               DIVIDE WS-Cal-Base BY 4 GIVING WS-Cal-Div4
               DIVIDE WS-Cal-Base BY 100 GIVING WS-Cal-Div100
               DIVIDE WS-Cal-Base BY 400 GIVING WS-Cal-Div400
               COMPUTE WS-Cal-Dias = WS-Mom-Anio * 365 + WS-Cal-Div4
                   - WS-Cal-Div100 + WS-Cal-Div400
                   + WS-Dias-Previos(WS-Mom-Mes) + WS-Mom-Dia
               COMPUTE WS-Minutos = WS-Cal-Dias * 1440
                   + WS-Mom-HH * 60 + WS-Mom-MM
           EXIT.
