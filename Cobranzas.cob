           *> "Facturacion"); de aca sale el saldo abierto y la fecha
           *> de la factura abierta mas vieja de cada cliente, con el
           *> mismo criterio de imputacion que la cartera de "Pagos".
           *> Se recorre por la clave alternativa cliente + fecha, asi
           *> las facturas de cada cliente vienen juntas.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Segundo cursor sobre el historico, para recorrer las
           *> facturas del cliente en curso yendo directo a ellas.
           SELECT HistCliente ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-Numero
               ALTERNATE RECORD KEY IS HC-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHcl.

           SELECT Pagos ASSIGN TO 'Pagos.DAT'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCor.

           *> Notas de credito/debito de "Refacturacion"; corrigen la
           *> factura que referencian, igual que en la cartera de
           *> "Pagos", antes de buscar la factura abierta mas vieja.
           SELECT Notas ASSIGN TO 'NotasDC.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNot.

           *> Reversiones de pagos de "Pagos" (cheque rechazado,
           *> contracargo): lo revertido deja de contar como cobrado.
           SELECT Reversiones ASSIGN TO 'Reversiones.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRev.

           *> Libro de saldos a favor de "Creditos": lo aplicado a
           *> una factura y lo devuelto por banco ya no es credito del
           *> cliente y vuelve a pesar en su cuenta.
           SELECT Creditos ASSIGN TO 'Creditos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCre.

           *> Libro de "Incobrables": el castigo aprobado saca de la
           *> cuenta lo abierto de cada factura, igual que una NC.
           SELECT Incobrables ASSIGN TO 'Incobrables.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInc.

           *> Reclamos de "Reclamos": una factura con reclamo abierto
           *> queda fuera del saldo que se intima y del que decide el
           *> corte hasta que el reclamo se resuelva.
           SELECT Reclamos ASSIGN TO 'Reclamos.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRcl.

       DATA DIVISION.
       FILE SECTION.
       FD Historico.
           05 FILLER                PIC X(56).
           05 HI-Numero             PIC 9(8).
           05 HI-FILLER12           PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD HistCliente.
       01 HistClienteR.
           05 FILLER                PIC X(56).
           05 HC-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HC-Clave-Cliente.
               10 HC-Cli-ID         PIC 9(5).
               10 HC-Cli-Fecha      PIC 9(8).

       FD Pagos.
       01 PagoR.
       FD Cortes.
       01 Corte-R                   PIC X(132).

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

       FD Reclamos.
       01 ReclamoR.
           05 RC-Numero             PIC 9(6).
           05 RC-ID                 PIC 9(5).
           05 RC-Suministro         PIC X(10).
           05 RC-Factura            PIC 9(8).
           05 RC-Categoria          PIC X(2).
           05 RC-FechaAlta          PIC 9(8).
           05 RC-FechaCierre        PIC 9(8).
           05 RC-Estado             PIC X(1).
           05 RC-Orden              PIC 9(6).
           05 RC-Operador           PIC X(10).
           05 RC-Detalle            PIC X(40).
           05 RC-Resolucion         PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusHis     PIC XX.
               05 WS-File-StatusInt     PIC XX.
               05 WS-File-StatusCor     PIC XX.
               05 WS-File-StatusCon     PIC XX.
               05 WS-File-StatusNot     PIC XX.
               05 WS-File-StatusRev     PIC XX.
               05 WS-File-StatusCre     PIC XX.
               05 WS-File-StatusRcl     PIC XX.
               05 WS-File-StatusInc     PIC XX.
           01 WS-Flags.
               05 WS-FlagHis            PIC X(1) VALUE 'N'.
               05 WS-FlagHcl            PIC X(1) VALUE 'N'.
               *> primera factura de su cliente (si no, el cliente ya
               *> se proceso cuando aparecio la primera).
               05 WS-FlagPrimera        PIC X(1).
               *> Cliente del registro anterior en el recorrido por
               *> cliente + fecha (arranca fuera de rango).
               05 WS-ID-Anterior        PIC 9(6) VALUE 999999.
               *> 'Y' si ClientesIDX.DAT abrio bien.
               05 WS-FlagIndice         PIC X(1) VALUE 'N'.
               05 WS-FlagCon            PIC X(1) VALUE 'N'.
               05 WS-FlagNot            PIC X(1) VALUE 'N'.
               05 WS-FlagRev            PIC X(1) VALUE 'N'.
               05 WS-FlagCre            PIC X(1) VALUE 'N'.
               05 WS-FlagRcl            PIC X(1) VALUE 'N'.
               05 WS-FlagInc            PIC X(1) VALUE 'N'.
               *> 'Y' si la factura en curso tiene un reclamo abierto.
               05 WS-FlagReclamada      PIC X(1).
               *> 'Y' si el cliente en curso tiene convenio vigente:
               *> ni intimacion ni corte mientras lo cumpla.
               05 WS-FlagConvenio       PIC X(1).
           *> Situacion del cliente en curso: saldo abierto, fecha de
           *> su factura abierta mas vieja y dias de mora.
           01 WS-Cliente.
               05 WS-Cli-Facturado      PIC S9(12)V99.
               05 WS-Cli-Pagado         PIC 9(12)V99.
               05 WS-Cli-Saldo          PIC S9(12)V99.
               05 WS-Cli-Acumulado      PIC S9(12)V99.
               *> Importe de la factura en curso neto de sus notas.
               05 WS-Cli-Neto           PIC S9(12)V99.
               05 WS-Cli-Fecha-Abierta  PIC 9(8).
               05 WS-Cli-Dias           PIC 9(5).
               05 WS-Cli-Nombre         PIC X(40).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Saldo-Imp          PIC 9(10).99.
           01 WS-Nota-Importe       PIC S9(10)V99.
           01 WS-Totales.
               05 WS-Cant-Intimaciones  PIC 9(5) VALUE 0.
               05 WS-Cant-Cortes        PIC 9(5) VALUE 0.
               CALL "Convenios" USING WS-Convenios-Parametros
               OPEN INPUT Historico
               IF WS-File-StatusHis NOT = '00' THEN
                   MOVE "ERROR No se pudo abrir FacturasIDX.DAT" TO
                       MO-Mensaje
               ELSE
                   MOVE 999999 TO WS-ID-Anterior
                   MOVE 0 TO HI-Cli-ID HI-Cli-Fecha
                   START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   OPEN INPUT ClientesIDX
                   IF WS-File-StatusCIdx = '00' THEN
                       MOVE 'Y' TO WS-FlagIndice
                   OPEN OUTPUT Cortes
                   OPEN OUTPUT NivTrabajo
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
           EXIT.

           *> El cliente se procesa una sola vez, cuando el registro
           *> en curso es su primera factura en el recorrido.
           Procesar-Registro.
               PERFORM Controlar-Primera
               IF WS-FlagPrimera = 'Y' THEN
           EXIT.

           Controlar-Primera.
               MOVE 'N' TO WS-FlagPrimera
               IF HI-ID NOT = WS-ID-Anterior THEN
                   MOVE 'Y' TO WS-FlagPrimera
                   MOVE HI-ID TO WS-ID-Anterior
               END-IF
           EXIT.

               MOVE 0 TO WS-Cli-Fecha-Abierta
               OPEN INPUT HistCliente
               IF WS-File-StatusHcl = '00' THEN
                   MOVE HI-ID TO HC-Cli-ID
                   MOVE 0 TO HC-Cli-Fecha
                   START HistCliente KEY IS NOT LESS THAN
                           HC-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHcl
                   END-START
                   PERFORM UNTIL WS-FlagHcl = 'Y'
                       READ HistCliente NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHcl
                           NOT AT END
                               IF HC-ID NOT = HI-ID THEN
                                   MOVE 'Y' TO WS-FlagHcl
                               ELSE
                                   PERFORM Acumular-Factura
                               END-IF
                       END-READ
               END-IF
           EXIT.

           *> La factura con reclamo abierto no entra en el saldo ni
           *> fija la fecha de mora: lo pagado se imputa a las demas.
           Acumular-Factura.
               PERFORM Buscar-Reclamo
               IF WS-FlagReclamada = 'N' THEN
                   PERFORM Netear-Notas
                   IF WS-Cli-Fecha-Abierta = 0 AND
                      (WS-Cli-Acumulado + WS-Cli-Neto) >
                      WS-Cli-Pagado THEN
                       MOVE HC-Fecha TO WS-Cli-Fecha-Abierta
                   END-IF
                   ADD WS-Cli-Neto TO WS-Cli-Acumulado
                   ADD WS-Cli-Neto TO WS-Cli-Facturado
               END-IF
           EXIT.

           Buscar-Reclamo.
               MOVE 'N' TO WS-FlagReclamada
               OPEN INPUT Reclamos
               IF WS-File-StatusRcl = '00' THEN
                   PERFORM UNTIL WS-FlagRcl = 'Y'
                       READ Reclamos INTO ReclamoR
                           AT END
                               MOVE 'Y' TO WS-FlagRcl
                           NOT AT END
                               IF RC-ID = HC-ID AND
                                  RC-Factura = HC-Numero AND
                                  (RC-Estado = 'A' OR
                                   RC-Estado = 'O') THEN
                                   MOVE 'Y' TO WS-FlagReclamada
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reclamos
                   MOVE 'N' TO WS-FlagRcl
               END-IF
           EXIT.

           *> Importe de la factura en curso corregido por las notas
           *> que la referencian: la ND suma y la NC resta.
           Netear-Notas.
               MOVE HC-Monto TO WS-Cli-Neto
               OPEN INPUT Notas
               IF WS-File-StatusNot = '00' THEN
                   PERFORM UNTIL WS-FlagNot = 'Y'
                       READ Notas INTO NotaDC-R
                           AT END
                               MOVE 'Y' TO WS-FlagNot
                           NOT AT END
                               IF ND-ID = HC-ID AND
                                  ND-Factura = HC-Numero THEN
                                   PERFORM Aplicar-Nota
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Notas
                   MOVE 'N' TO WS-FlagNot
               END-IF
               PERFORM Sumar-Creditos
               PERFORM Sumar-Castigos
           EXIT.

           *> Saldo a favor aplicado a esta factura o devuelto con
           *> ella como ultima: pesa como una ND sobre la factura.
           Sumar-Creditos.
               OPEN INPUT Creditos
               IF WS-File-StatusCre = '00' THEN
                   PERFORM UNTIL WS-FlagCre = 'Y'
                       READ Creditos INTO CreditoR
                           AT END
                               MOVE 'Y' TO WS-FlagCre
                           NOT AT END
                               IF SF-ID = HC-ID AND
                                  SF-Factura = HC-Numero AND
                                  (SF-Tipo = "A" OR SF-Tipo = "D") THEN
                                   ADD SF-Importe TO WS-Cli-Neto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Creditos
                   MOVE 'N' TO WS-FlagCre
               END-IF
           EXIT.

           *> Lo castigado por incobrable sobre esta factura sale de
           *> la cuenta: el cliente cortado no se vuelve a intimar.
           Sumar-Castigos.
               OPEN INPUT Incobrables
               IF WS-File-StatusInc = '00' THEN
                   PERFORM UNTIL WS-FlagInc = 'Y'
                       READ Incobrables INTO IncobrableR
                           AT END
                               MOVE 'Y' TO WS-FlagInc
                           NOT AT END
                               IF IN-ID = HC-ID AND IN-Tipo = 'C' AND
                                  IN-Factura = HC-Numero THEN
                                   SUBTRACT IN-Importe FROM WS-Cli-Neto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Incobrables
                   MOVE 'N' TO WS-FlagInc
               END-IF
           EXIT.

           Aplicar-Nota.
               COMPUTE WS-Nota-Importe =
                   ND-Importe-Ent + (ND-Importe-Dec / 100)
               IF ND-Tipo = "NC" THEN
                   SUBTRACT WS-Nota-Importe FROM WS-Cli-Neto
               ELSE
                   ADD WS-Nota-Importe TO WS-Cli-Neto
               END-IF
           EXIT.

           Sumar-Pagos.
                   CLOSE Pagos
                   MOVE 'N' TO WS-FlagPag
               END-IF
               PERFORM Restar-Reversiones
           EXIT.

           *> Los pagos revertidos (Reversiones.DAT) se descuentan de
           *> lo cobrado al cliente.
           Restar-Reversiones.
               OPEN INPUT Reversiones
               IF WS-File-StatusRev = '00' THEN
                   PERFORM UNTIL WS-FlagRev = 'Y'
                       READ Reversiones INTO ReversionR
                           AT END
                               MOVE 'Y' TO WS-FlagRev
                           NOT AT END
                               IF RV-ID = HI-ID THEN
                                   SUBTRACT RV-Monto FROM WS-Cli-Pagado
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Reversiones
                   MOVE 'N' TO WS-FlagRev
               END-IF
           EXIT.

           Calcular-Dias.
