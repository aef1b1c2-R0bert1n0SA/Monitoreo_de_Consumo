
           *> Historico de facturas: los importes facturados del
           *> periodo reclamado salen de aca.
           *> Indexado; por la clave cliente + fecha se va directo
           *> a las facturas del cliente en el periodo.
           SELECT Historico ASSIGN TO 'FacturasIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-Numero
               ALTERNATE RECORD KEY IS HI-Clave-Cliente
                   WITH DUPLICATES
               FILE STATUS IS WS-File-StatusHis.

           *> Declaracion mensual al regulador: posiciones fijas con
           05 HI-Monto              PIC 9(10)V99.
           05 FILLER                PIC X(1).
           05 HI-Fecha              PIC 9(8).
           05 FILLER                PIC X(56).
           05 HI-Numero             PIC 9(8).
           05 FILLER                PIC X(25).
           05 HI-Clave-Cliente.
               10 HI-Cli-ID         PIC 9(5).
               10 HI-Cli-Fecha      PIC 9(8).

       FD Extracto.
       01 Extracto-R                PIC X(80).
               MOVE 0 TO WS-Cli-Facturado
               OPEN INPUT Historico
               IF WS-File-StatusHis = '00' THEN
                   MOVE R-ID TO HI-Cli-ID
                   COMPUTE HI-Cli-Fecha = RG-Periodo * 100
                   START Historico KEY IS NOT LESS THAN HI-Clave-Cliente
                       INVALID KEY
                           MOVE 'Y' TO WS-FlagHis
                   END-START
                   PERFORM UNTIL WS-FlagHis = 'Y'
                       READ Historico NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FlagHis
                           NOT AT END
                               IF HI-ID NOT = R-ID OR
                                  HI-Fecha(1:6) > WS-Periodo-X THEN
                                   MOVE 'Y' TO WS-FlagHis
                               ELSE
                                   ADD HI-Monto TO WS-Cli-Facturado
                               END-IF
                       END-READ
