       IDENTIFICATION DIVISION.
       PROGRAM-ID. CodigoPago AS "CodigoPago".
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           *> Vencimiento: un mes despues de la emision (la factura
           *> es corriente 30 dias en la cartera de "Pagos"), con el
           *> dia recortado al ultimo del mes cuando no existe.
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Mes-Tabla     PIC X(24)
               VALUE '312831303130313130313031'.
           01 WS-Dias-Mes REDEFINES WS-Dias-Mes-Tabla.
               05 WS-Dias-Del-Mes   PIC 9(2) OCCURS 12 TIMES.
           01 WS-Ultimo-Dia         PIC 9(2).
           01 WS-Resto              PIC 9(4).
           01 WS-Cociente           PIC 9(4).
           *> Codigo de pago: numero de factura, importe en centavos
           *> y vencimiento, seguidos del digito verificador.
           01 WS-Codigo.
               05 WS-Cod-Numero     PIC 9(8).
               05 WS-Cod-Importe    PIC 9(10)V99.
               05 WS-Cod-Vencimiento PIC 9(8).
           01 WS-Codigo-Digitos REDEFINES WS-Codigo.
               05 WS-Cod-Digito     PIC 9(1) OCCURS 28 TIMES.
           *> Digito verificador modulo 10 con pesos 1-3-5-7-9
           *> repetidos de izquierda a derecha, el mismo que valida
           *> el banco recaudador.
           01 WS-Pesos-Tabla        PIC X(5) VALUE '13579'.
           01 WS-Pesos REDEFINES WS-Pesos-Tabla.
               05 WS-Peso           PIC 9(1) OCCURS 5 TIMES.
           01 WS-Idx                PIC 9(2).
           01 WS-Idx-Peso           PIC 9(1).
           01 WS-Suma               PIC 9(5).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> Entrada: factura, importe a pagar y fecha de emision.
               05 CB-Numero         PIC 9(8).
               05 CB-Monto          PIC 9(10)V99.
               05 CB-Emision        PIC 9(8).
               *> Salida: vencimiento, digito verificador, el codigo
               *> corrido (lo que lee la lectora) y agrupado para
               *> imprimir en el talon.
               05 CB-Vencimiento    PIC 9(8).
               05 CB-Digito         PIC 9(1).
               05 CB-Codigo         PIC X(29).
               05 CB-Linea          PIC X(32).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           *> Arma el codigo de pago de una factura; lo usan "Interfaz"
           *> para el archivo del banco y la impresion de facturas
           *> para el talon, asi los dos siempre coinciden.
           Procesar.
               PERFORM Calcular-Vencimiento
               MOVE CB-Numero TO WS-Cod-Numero
               MOVE CB-Monto TO WS-Cod-Importe
               MOVE CB-Vencimiento TO WS-Cod-Vencimiento
               PERFORM Calcular-Digito
               MOVE SPACES TO CB-Codigo CB-Linea
               STRING WS-Codigo CB-Digito
                   DELIMITED BY SIZE INTO CB-Codigo
               END-STRING
               STRING WS-Cod-Numero " " WS-Codigo(9:12) " "
                   WS-Cod-Vencimiento " " CB-Digito
                   DELIMITED BY SIZE INTO CB-Linea
               END-STRING
           EXIT.

           Calcular-Vencimiento.
               MOVE CB-Emision TO WS-Fec-Aux
               IF WS-Fec-Mes = 12 THEN
                   MOVE 1 TO WS-Fec-Mes
                   ADD 1 TO WS-Fec-Anio
               ELSE
                   ADD 1 TO WS-Fec-Mes
               END-IF
               IF WS-Fec-Mes >= 1 AND WS-Fec-Mes <= 12 THEN
                   MOVE WS-Dias-Del-Mes(WS-Fec-Mes) TO WS-Ultimo-Dia
                   IF WS-Fec-Mes = 2 THEN
                       DIVIDE WS-Fec-Anio BY 4 GIVING WS-Cociente
                           REMAINDER WS-Resto
                       IF WS-Resto = 0 THEN
                           MOVE 29 TO WS-Ultimo-Dia
                       END-IF
                   END-IF
                   IF WS-Fec-Dia > WS-Ultimo-Dia THEN
                       MOVE WS-Ultimo-Dia TO WS-Fec-Dia
                   END-IF
               END-IF
               MOVE WS-Fec-Aux TO CB-Vencimiento
           EXIT.

           Calcular-Digito.
               MOVE 0 TO WS-Suma
               MOVE 1 TO WS-Idx-Peso
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 28
                   COMPUTE WS-Suma = WS-Suma +
                       (WS-Cod-Digito(WS-Idx) * WS-Peso(WS-Idx-Peso))
                   IF WS-Idx-Peso = 5 THEN
                       MOVE 1 TO WS-Idx-Peso
                   ELSE
                       ADD 1 TO WS-Idx-Peso
                   END-IF
               END-PERFORM
               DIVIDE WS-Suma BY 10 GIVING WS-Cociente
                   REMAINDER WS-Resto
               MOVE WS-Resto TO CB-Digito
           EXIT.
