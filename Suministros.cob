               *> "I" carga inicial desde el maestro (un suministro
               *> por cliente con medidor), "L" listado, "R" asignar
               *> ruta y orden de recorrido al medidor, "Z" asignar
               *> zona de distribucion al medidor, "T" transferir el
               *> suministro al titular SM-ID (mudanza; la clase en
               *> blanco conserva la que tiene).
               05 SM-Accion         PIC X(1).
               05 SM-Medidor        PIC X(10).
               05 SM-ID             PIC 9(5).
                       PERFORM Cambiar-Suministro
                   WHEN "Z"
                       PERFORM Cambiar-Suministro
                   WHEN "T"
                       PERFORM Transferir-Suministro
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO SM-Mensaje
               END-EVALUATE
               END-IF
           EXIT.

           *> Cambio de titular por mudanza: el nuevo titular tiene
           *> que existir y estar activo, como en el alta; el punto
           *> queda activo a su nombre.
           Transferir-Suministro.
               PERFORM Controlar-Titular
               IF WS-FlagTitular = 'N' THEN
                   MOVE "ERROR Titular inexistente o inactivo" TO
                       SM-Mensaje
               ELSE
                   PERFORM Cambiar-Suministro
               END-IF
           EXIT.

           *> Acciones M/B/C sobre el suministro SM-Medidor, con la
           *> regrabacion completa del archivo via el trabajo.
           Cambiar-Suministro.
                           WHEN "Z"
                               MOVE "Zona asignada al suministro" TO
                                   SM-Mensaje
                           WHEN "T"
                               STRING "Suministro " SM-Medidor
                                   " transferido al cliente " SM-ID
                                   DELIMITED BY SIZE INTO SM-Mensaje
                               END-STRING
                       END-EVALUATE
                   END-IF
               END-IF
                           MOVE SM-Secuencia TO SU-Secuencia
                       WHEN "Z"
                           MOVE SM-Zona TO SU-Zona
                       WHEN "T"
                           MOVE SM-ID TO SU-ID
                           MOVE 'A' TO SU-Estado
                           IF SM-Tarifa NOT = SPACES THEN
                               MOVE SM-Tarifa TO SU-Tarifa
                           END-IF
                   END-EVALUATE
               END-IF
               MOVE SuministroR TO SumTrabajoR
