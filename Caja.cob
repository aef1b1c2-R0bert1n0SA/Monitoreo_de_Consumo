           01 WS-Medio-Buscado      PIC X(2).
           01 WS-Monto-Mov          PIC 9(8)V99.
           01 WS-Cant-Movs          PIC 9(4).
           01 WS-Total-Sesion       PIC S9(10)V99.
           *> Efectivo contado declarado al cierre (con punto decimal
           *> opcional), mismo UNSTRING que Convertir-Importe de
           *> "Pagos".
           01 WS-Dif-Imp            PIC -9(10).99.
           *> Totales de la posicion diaria por canal.
           01 WS-Posicion.
               05 WS-Pos-Mostrador  PIC S9(10)V99.
               05 WS-Pos-Banco      PIC S9(10)V99.
           01 WS-Canal-Mov          PIC X(1).
           *> Medio con que se asienta la reversion de un pago: resta
           *> en el total de la sesion y en la posicion, y en el
           *> arqueo queda como una linea propia.
           01 WS-Medio-Reversion    PIC X(2) VALUE "RV".

       LINKAGE SECTION.
           01 LK-Parametros.
               *> se abre sola), "C" cierra la sesion CA-Sesion (0 =
               *> la de mostrador abierta) con su arqueo, "P" arma la
               *> posicion diaria de CA-Fecha (0 = hoy), "E" lista
               *> las sesiones. "R" descarga la reversion de un pago
               *> (CA-ID, CA-Fecha del pago original, CA-Monto) de la
               *> sesion donde entro y devuelve esa sesion en
               *> CA-Sesion (0 si el pago no habia pasado por caja).
               05 CA-Accion         PIC X(1).
               05 CA-Cajero         PIC X(10).
               05 CA-Sesion         PIC 9(5).
                       PERFORM Abrir-Sesion
                   WHEN "M"
                       PERFORM Registrar-Movimiento
                   WHEN "R"
                       PERFORM Revertir-Movimiento
                   WHEN "C"
                       PERFORM Cerrar-Sesion
                   WHEN "P"
               END-IF
           EXIT.

           *> Reversion de un pago (cheque rechazado, contracargo): se
           *> busca el movimiento original por cliente, fecha e
           *> importe y se asienta el contramovimiento RV en la misma
           *> sesion, con la fecha del dia, aunque ya este cerrada;
           *> asi la sesion (y el lote del banco, si vino por
           *> rendicion) queda neta de lo que no se cobro.
           Revertir-Movimiento.
               MOVE 'N' TO WS-FlagSesion
               OPEN INPUT Movimientos
               IF WS-File-StatusMov = '00' THEN
                   PERFORM UNTIL WS-FlagMov = 'Y'
                       READ Movimientos INTO MovimientoR
                           AT END
                               MOVE 'Y' TO WS-FlagMov
                           NOT AT END
                               IF CM-ID = CA-ID AND
                                  CM-Fecha = CA-Fecha AND
                                  CM-Monto = CA-Monto AND
                                  CM-Medio NOT = WS-Medio-Reversion
                                  THEN
                                   MOVE 'Y' TO WS-FlagSesion
                                   MOVE CM-Sesion TO WS-Ses-Numero
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Movimientos
                   MOVE 'N' TO WS-FlagMov
               END-IF
               IF WS-FlagSesion = 'Y' THEN
                   PERFORM Contar-Movimientos
                   MOVE WS-Fecha TO CA-Fecha
                   MOVE WS-Medio-Reversion TO CA-Medio
                   PERFORM Grabar-Movimiento
                   MOVE WS-Ses-Numero TO CA-Sesion
                   STRING "Reversion descargada de la sesion "
                       WS-Ses-Numero
                       DELIMITED BY SIZE INTO CA-Mensaje
                   END-STRING
               ELSE
                   MOVE 0 TO CA-Sesion
                   MOVE "Pago original sin movimiento de caja" TO
                       CA-Mensaje
               END-IF
           EXIT.

           *> Cierre con arqueo: totaliza los movimientos de la
           *> sesion por medio de pago, compara el efectivo contado
           *> declarado contra lo asentado en EF, marca la

           Sumar-Movimiento.
               ADD 1 TO WS-Cant-Movs
               IF CM-Medio = WS-Medio-Reversion THEN
                   SUBTRACT CM-Monto FROM WS-Total-Sesion
               ELSE
                   ADD CM-Monto TO WS-Total-Sesion
               END-IF
               MOVE CM-Medio TO WS-Medio-Buscado
               MOVE CM-Monto TO WS-Monto-Mov
               PERFORM Sumar-En-Medio
                   WRITE Arqueo-R
               END-PERFORM
               MOVE SPACES TO Arqueo-R
               MOVE WS-Total-Sesion TO WS-Dif-Imp
               STRING "  Movimientos " WS-Cant-Movs
                   "  total sesion " WS-Dif-Imp
                   DELIMITED BY SIZE INTO Arqueo-R
               END-STRING
               WRITE Arqueo-R
               MOVE CM-Monto TO WS-Monto-Mov
               PERFORM Sumar-En-Medio
               PERFORM Buscar-Canal-Movimiento
               EVALUATE TRUE
                   WHEN WS-Canal-Mov = "B" AND
                        CM-Medio = WS-Medio-Reversion
                       SUBTRACT CM-Monto FROM WS-Pos-Banco
                   WHEN WS-Canal-Mov = "B"
                       ADD CM-Monto TO WS-Pos-Banco
                   WHEN CM-Medio = WS-Medio-Reversion
                       SUBTRACT CM-Monto FROM WS-Pos-Mostrador
                   WHEN OTHER
                       ADD CM-Monto TO WS-Pos-Mostrador
               END-EVALUATE
           EXIT.

           *> Canal del movimiento en curso, buscando su sesion
                   WRITE Posicion-R
               END-PERFORM
               MOVE SPACES TO Posicion-R
               MOVE WS-Pos-Mostrador TO WS-Dif-Imp
               STRING "  Canal mostrador: " WS-Dif-Imp
                   DELIMITED BY SIZE INTO Posicion-R
               END-STRING
               WRITE Posicion-R
               MOVE SPACES TO Posicion-R
               MOVE WS-Pos-Banco TO WS-Dif-Imp
               STRING "  Canal banco:     " WS-Dif-Imp
                   DELIMITED BY SIZE INTO Posicion-R
               END-STRING
               WRITE Posicion-R
