       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirHistorico AS "ConvertirHistorico".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Historico de facturas en texto, una linea por factura
           *> numerada; queda como exportacion para quien lo lee por
           *> fuera del sistema.
           SELECT HistoricoTxt ASSIGN TO 'FacturasHist.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTxt.

           *> Historico indexado por numero legal de factura, con
           *> cliente + fecha de emision como clave alternativa; es
           *> el que leen "Pagos", "Cobranzas", "Consulta" y el resto
           *> de la cadena de saldos.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Lineas del texto que no entraron al indice (numero en
           *> cero o repetido), para revisarlas a mano.
           SELECT Rechazos ASSIGN TO 'FacturasHistRech.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRec.

           *> Copia del texto anterior antes de regrabarlo desde el
           *> indice.
           SELECT Resguardo ASSIGN TO 'FacturasHist.BAK'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRes.

           *> Candado compartido con "ConvertirMaestro" y el resto de
           *> los procesos que reescriben archivos enteros.
           SELECT Bloqueo ASSIGN TO 'Bloqueo.LCK'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBlq.

       DATA DIVISION.
       FILE SECTION.
       FD HistoricoTxt.
       01 HistoricoTxt-R            PIC X(197).

       *> La linea de factura entera (mismo layout que Facturas.Txt)
       *> seguida de la clave alternativa cliente + fecha.
       FD Historico.
       01 Historico-R.
           05 HI-ID                 PIC 9(5).
           05 HI-FILLER1            PIC X .
           05 HI-NombreUsuario      PIC X(40).
           05 FILLER                PIC X(54).
           05 HI-Fecha              PIC 9(8).
           05 FILLER                PIC X(56).
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Rechazos.
       01 Rechazo-R                 PIC X(220).

       FD Resguardo.
       01 Resguardo-R               PIC X(197).

       FD Bloqueo.
       01 Bloqueo-R                 PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusTxt     PIC XX.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusRec     PIC XX.
               05 WS-File-StatusRes     PIC XX.
               05 WS-File-StatusBlq     PIC XX.
           01 WS-Flags.
               05 WS-FlagTxt            PIC X(1) VALUE 'N'.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               *> 'Y' si este proceso tomo el candado.
               05 WS-FlagBloqueo        PIC X(1) VALUE 'N'.
               *> 'Y' si el indice ya tiene facturas: la carga es por
               *> unica vez y no se repite sobre un indice en uso.
               05 WS-FlagCargado        PIC X(1) VALUE 'N'.
               05 WS-FlagRechazos       PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
           01 WS-Bloqueo-Hora       PIC 9(8).
           01 WS-Motivo             PIC X(20).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> C = carga inicial del indice desde el texto,
               *> E = regraba el texto desde el indice.
               05 HC-Accion         PIC X(1).
               05 HC-Cantidad       PIC 9(7).
               05 HC-Rechazos       PIC 9(5).
               05 HC-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO HC-Mensaje
               MOVE 0 TO HC-Cantidad HC-Rechazos
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               PERFORM Tomar-Bloqueo
               IF WS-FlagBloqueo = 'N' THEN
                   STRING "ERROR Archivos bloqueados: " Bloqueo-R
                       DELIMITED BY SIZE INTO HC-Mensaje
                   END-STRING
               ELSE
                   EVALUATE HC-Accion
                       WHEN "C"
                           PERFORM Cargar-Indice
                       WHEN "E"
                           PERFORM Exportar-Texto
                       WHEN OTHER
                           MOVE "ERROR Accion no valida" TO HC-Mensaje
                   END-EVALUATE
                   PERFORM Liberar-Bloqueo
               END-IF
           EXIT.

           *> Carga por unica vez: cada linea del texto entra al
           *> indice con su numero de factura como clave. Si el
           *> indice ya tiene facturas (la carga ya corrio y
           *> "Facturacion" lo viene extendiendo) no se toca.
           Cargar-Indice.
               PERFORM Detectar-Cargado
               IF WS-FlagCargado = 'Y' THEN
                   MOVE "ERROR FacturasIDX.DAT ya tiene facturas"
                       TO HC-Mensaje
               ELSE
                   OPEN INPUT HistoricoTxt
                   IF WS-File-StatusTxt NOT = '00' THEN
                       MOVE "ERROR No se pudo abrir FacturasHist.Txt"
                           TO HC-Mensaje
                   ELSE
                       OPEN OUTPUT Historico
                       PERFORM UNTIL WS-FlagTxt = 'Y'
                           READ HistoricoTxt INTO HistoricoTxt-R
                               AT END
                                   MOVE 'Y' TO WS-FlagTxt
                               NOT AT END
                                   PERFORM Cargar-Linea
                           END-READ
                       END-PERFORM
                       CLOSE HistoricoTxt
                       CLOSE Historico
                       MOVE 'N' TO WS-FlagTxt
                       IF WS-FlagRechazos = 'Y' THEN
                           CLOSE Rechazos
                       END-IF
                       STRING "Facturas cargadas en FacturasIDX.DAT: "
                           HC-Cantidad " rechazadas: " HC-Rechazos
                           DELIMITED BY SIZE INTO HC-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           Cargar-Linea.
               MOVE SPACES TO Historico-R
               MOVE HistoricoTxt-R TO Historico-R
               IF HI-Numero IS NOT NUMERIC OR HI-Numero = 0 THEN
                   MOVE "SIN NUMERO" TO WS-Motivo
                   PERFORM Rechazar-Linea
               ELSE
                   MOVE HI-ID TO HI-Cli-ID
                   MOVE HI-Fecha TO HI-Cli-Fecha
                   WRITE Historico-R
                       INVALID KEY
                           MOVE "NUMERO REPETIDO" TO WS-Motivo
                           PERFORM Rechazar-Linea
                       NOT INVALID KEY
                           ADD 1 TO HC-Cantidad
                   END-WRITE
               END-IF
           EXIT.

           Rechazar-Linea.
               IF WS-FlagRechazos = 'N' THEN
                   OPEN OUTPUT Rechazos
                   MOVE 'Y' TO WS-FlagRechazos
               END-IF
               MOVE SPACES TO Rechazo-R
               STRING WS-Motivo "|" HistoricoTxt-R
                   DELIMITED BY SIZE INTO Rechazo-R
               END-STRING
               WRITE Rechazo-R
               ADD 1 TO HC-Rechazos
           EXIT.

           Detectar-Cargado.
               MOVE 'N' TO WS-FlagCargado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   READ Historico NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-FlagCargado
                   END-READ
                   CLOSE Historico
               END-IF
           EXIT.

           *> Regraba FacturasHist.Txt desde el indice, en orden de
           *> numero de factura, dejando el texto anterior en
           *> FacturasHist.BAK.
           Exportar-Texto.
               OPEN INPUT Historico
               IF WS-File-StatusHis NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir FacturasIDX.DAT" TO
                       HC-Mensaje
               ELSE
                   PERFORM Resguardar-Texto
                   OPEN OUTPUT HistoricoTxt
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               MOVE Historico-R TO HistoricoTxt-R
                               WRITE HistoricoTxt-R
                               ADD 1 TO HC-Cantidad
                       END-READ
                   END-PERFORM
                   CLOSE Historico
                   CLOSE HistoricoTxt
                   MOVE 'N' TO WS-FlagHis
                   STRING "Facturas exportadas a FacturasHist.Txt: "
                       HC-Cantidad " (anterior en FacturasHist.BAK)"
                       DELIMITED BY SIZE INTO HC-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Resguardar-Texto.
               OPEN INPUT HistoricoTxt
               IF WS-File-StatusTxt = '00' THEN
                   OPEN OUTPUT Resguardo
                   PERFORM UNTIL WS-FlagTxt = 'Y'
                       READ HistoricoTxt INTO HistoricoTxt-R
                           AT END
                               MOVE 'Y' TO WS-FlagTxt
                           NOT AT END
                               MOVE HistoricoTxt-R TO Resguardo-R
                               WRITE Resguardo-R
                       END-READ
                   END-PERFORM
                   CLOSE HistoricoTxt
                   CLOSE Resguardo
                   MOVE 'N' TO WS-FlagTxt
               END-IF
           EXIT.

           *> Mismo candado que "ConvertirMaestro": si Bloqueo.LCK
           *> existe otro proceso esta reescribiendo archivos y la
           *> conversion no corre.
           Tomar-Bloqueo.
               MOVE 'N' TO WS-FlagBloqueo
               MOVE SPACES TO Bloqueo-R
               OPEN INPUT Bloqueo
               IF WS-File-StatusBlq = '00' THEN
                   READ Bloqueo INTO Bloqueo-R
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE Bloqueo
               ELSE
                   OPEN OUTPUT Bloqueo
                   IF WS-File-StatusBlq = '00' THEN
                       ACCEPT WS-Bloqueo-Hora FROM TIME
                       MOVE SPACES TO Bloqueo-R
                       STRING "ConvertirHistorico " WS-Fecha " "
                           WS-Bloqueo-Hora
                           DELIMITED BY SIZE INTO Bloqueo-R
                       END-STRING
                       WRITE Bloqueo-R
                       CLOSE Bloqueo
                       MOVE 'Y' TO WS-FlagBloqueo
                   END-IF
               END-IF
           EXIT.

           Liberar-Bloqueo.
               OPEN INPUT Bloqueo
               IF WS-File-StatusBlq = '00' THEN
                   CLOSE Bloqueo
                   DELETE FILE Bloqueo
               END-IF
               MOVE 'N' TO WS-FlagBloqueo
           EXIT.
