               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTol.

           *> Prueba del asiento contable diario de "Contabilidad":
           *> un dia cuyo debe no iguala al haber se escala.
           SELECT Asientos ASSIGN TO 'AsientosPrueba.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusAsi.

           *> Conciliacion del extracto bancario de
           *> "ConciliacionBanco": lineas del banco sin conciliar,
           *> depositos que no aparecieron y diferencias de importe.
           SELECT ConcBanco ASSIGN TO 'ConciliacionBanco.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBco.

           SELECT Resumen ASSIGN TO 'ResumenNocturno.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD Tolerancias.
       01 Tolerancias-R             PIC X(80).

       FD Asientos.
       01 Asiento-R                 PIC X(100).

       FD ConcBanco.
       01 ConcBanco-R               PIC X(100).

       FD Resumen.
       01 Resumen-R                 PIC X(100).

               05 WS-File-StatusFac     PIC XX.
               05 WS-File-StatusTol     PIC XX.
               05 WS-File-StatusRes     PIC XX.
               05 WS-File-StatusAsi     PIC XX.
               05 WS-File-StatusBco     PIC XX.
           01 WS-Flags.
               05 WS-FlagCon            PIC X(1) VALUE 'N'.
               05 WS-FlagExc            PIC X(1) VALUE 'N'.
               05 WS-FlagHue            PIC X(1) VALUE 'N'.
               05 WS-FlagAlr            PIC X(1) VALUE 'N'.
               05 WS-FlagTol            PIC X(1) VALUE 'N'.
               05 WS-FlagAsi            PIC X(1) VALUE 'N'.
               05 WS-FlagBco            PIC X(1) VALUE 'N'.
               *> 'Y' en cuanto algun control pide escalar.
               05 WS-FlagRevisar        PIC X(1) VALUE 'N'.
           01 WS-Fecha              PIC 9(8).
               05 WS-Tol-Excepciones    PIC 9(5) VALUE 0.
               05 WS-Tol-Huerfanos      PIC 9(5) VALUE 0.
               05 WS-Tol-Diferencia     PIC 9(15) VALUE 0.
               05 WS-Tol-Sin-Conciliar  PIC 9(5) VALUE 0.
           *> Lo levantado de Conciliacion.Txt.
           01 WS-Concil.
               05 WS-Con-Entrada        PIC 9(15) VALUE 0.
               05 WS-Cant-Huerfanos     PIC 9(7) VALUE 0.
               05 WS-Cant-Alertas       PIC 9(7) VALUE 0.
           01 WS-Dif-Imp            PIC -9(14).
           *> Lo levantado de AsientosPrueba.Txt: dia contabilizado y
           *> resultado (BALANCEADO / DESBALANCEADO, en blanco si no
           *> hay prueba).
           01 WS-Asiento.
               05 WS-Asi-Fecha          PIC X(8) VALUE SPACES.
               05 WS-Asi-Resultado      PIC X(13) VALUE SPACES.
           *> Lo levantado del resumen de ConciliacionBanco.Txt.
           01 WS-Banco.
               05 WS-Bco-Sin-Conciliar  PIC 9(6) VALUE 0.
               05 WS-Bco-No-Acreditados PIC 9(6) VALUE 0.
               05 WS-Bco-Diferencias    PIC 9(6) VALUE 0.
               05 WS-Bco-Pendientes     PIC 9(7) VALUE 0.
               05 WS-FlagHayBanco       PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
           01 LK-Parametros.
               PERFORM Contar-Excepciones
               PERFORM Contar-Huerfanos
               PERFORM Contar-Alertas
               PERFORM Leer-Asiento
               PERFORM Leer-Conciliacion-Banco
               PERFORM Evaluar-Controles
               PERFORM Escribir-Resumen
               MOVE SPACES TO RN-Veredicto
                       MOVE WS-Tol-Valor TO WS-Tol-Huerfanos
                   WHEN "DIFERENCIA"
                       MOVE WS-Tol-Valor TO WS-Tol-Diferencia
                   WHEN "SINCONCILIAR"
                       MOVE WS-Tol-Valor TO WS-Tol-Sin-Conciliar
               END-EVALUATE
           EXIT.

               END-IF
           EXIT.

           Leer-Asiento.
               OPEN INPUT Asientos
               IF WS-File-StatusAsi = '00' THEN
                   PERFORM UNTIL WS-FlagAsi = 'Y'
                       READ Asientos INTO Asiento-R
                           AT END
                               MOVE 'Y' TO WS-FlagAsi
                           NOT AT END
                               PERFORM Leer-Asiento-Linea
                       END-READ
                   END-PERFORM
                   CLOSE Asientos
                   MOVE 'N' TO WS-FlagAsi
               END-IF
           EXIT.

           Leer-Asiento-Linea.
               EVALUATE TRUE
                   WHEN Asiento-R(1:32) =
                        "Prueba del asiento contable del "
                       MOVE Asiento-R(33:8) TO WS-Asi-Fecha
                   WHEN Asiento-R(1:11) = "Resultado: "
                       MOVE Asiento-R(12:13) TO WS-Asi-Resultado
               END-EVALUATE
           EXIT.

           *> Del informe de la conciliacion bancaria solo interesan
           *> las cantidades del resumen final; sin informe no hay
           *> control (la conciliacion corre cuando llega el
           *> extracto).
           Leer-Conciliacion-Banco.
               OPEN INPUT ConcBanco
               IF WS-File-StatusBco = '00' THEN
                   MOVE 'Y' TO WS-FlagHayBanco
                   PERFORM UNTIL WS-FlagBco = 'Y'
                       READ ConcBanco INTO ConcBanco-R
                           AT END
                               MOVE 'Y' TO WS-FlagBco
                           NOT AT END
                               PERFORM Leer-Banco-Linea
                       END-READ
                   END-PERFORM
                   CLOSE ConcBanco
                   MOVE 'N' TO WS-FlagBco
                   COMPUTE WS-Bco-Pendientes = WS-Bco-Sin-Conciliar +
                       WS-Bco-No-Acreditados + WS-Bco-Diferencias
               END-IF
           EXIT.

           Leer-Banco-Linea.
               MOVE SPACES TO WS-Valor-Txt WS-Resto-Txt
               UNSTRING ConcBanco-R DELIMITED BY ": "
                   INTO WS-Resto-Txt, WS-Valor-Txt
               END-UNSTRING
               EVALUATE WS-Resto-Txt
                   WHEN "Lineas sin conciliar"
                       MOVE WS-Valor-Txt TO WS-Bco-Sin-Conciliar
                   WHEN "Depositos no acreditados"
                       MOVE WS-Valor-Txt TO WS-Bco-No-Acreditados
                   WHEN "Diferencias de importe"
                       MOVE WS-Valor-Txt TO WS-Bco-Diferencias
               END-EVALUATE
           EXIT.

           *> Controles que deciden el veredicto: conciliacion
           *> presente, diferencia dentro de tolerancia, excepciones y
           *> huerfanos dentro de umbral, y las salidas principales
           *> presentes, y el asiento contable balanceado, y lo que la
           *> conciliacion bancaria dejo abierto dentro de umbral. Las
           *> alertas son informativas.
           Evaluar-Controles.
               IF WS-Bco-Pendientes > WS-Tol-Sin-Conciliar THEN
                   MOVE 'Y' TO WS-FlagRevisar
               END-IF
               IF WS-Asi-Resultado = "DESBALANCEADO" THEN
                   MOVE 'Y' TO WS-FlagRevisar
               END-IF
               IF WS-FlagHayConcil = 'N' THEN
                   MOVE 'Y' TO WS-FlagRevisar
               END-IF
               END-STRING
               WRITE Resumen-R
               MOVE SPACES TO Resumen-R
               IF WS-Asi-Resultado = SPACES THEN
                   MOVE "Asiento contable: sin prueba generada" TO
                       Resumen-R
               ELSE
                   STRING "Asiento contable del " WS-Asi-Fecha ": "
                       WS-Asi-Resultado
                       DELIMITED BY SIZE INTO Resumen-R
                   END-STRING
               END-IF
               WRITE Resumen-R
               MOVE SPACES TO Resumen-R
               IF WS-FlagHayBanco = 'N' THEN
                   MOVE "Conciliacion bancaria: sin informe" TO
                       Resumen-R
               ELSE
                   STRING "Conciliacion bancaria: sin conciliar "
                       WS-Bco-Sin-Conciliar
                       "  no acreditados " WS-Bco-No-Acreditados
                       "  diferencias " WS-Bco-Diferencias
                       DELIMITED BY SIZE INTO Resumen-R
                   END-STRING
                   WRITE Resumen-R
                   MOVE SPACES TO Resumen-R
                   STRING "Partidas bancarias abiertas: "
                       WS-Bco-Pendientes
                       " (tolerancia " WS-Tol-Sin-Conciliar ")"
                       DELIMITED BY SIZE INTO Resumen-R
                   END-STRING
               END-IF
               WRITE Resumen-R
               MOVE SPACES TO Resumen-R
               IF WS-FlagRevisar = 'Y' THEN
                   MOVE "VEREDICTO: REVISAR" TO Resumen-R
               ELSE
