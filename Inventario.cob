       IDENTIFICATION DIVISION.
       PROGRAM-ID. Inventario AS "Inventario".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Parque de medidores fisicos, uno por numero de serie:
           *> marca, modelo, constante multiplicadora, ubicacion
           *> (S stock, I instalado, L laboratorio, B desguace), el
           *> suministro donde esta o estuvo instalado, fechas y
           *> registros de instalacion y retiro, y el vencimiento de
           *> la calibracion. El suministro es el numero de medidor
           *> con que el punto figura en Suministros.DAT, que no
           *> cambia cuando se reemplaza el aparato.
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           SELECT InvTrabajo ASSIGN TO 'InventarioTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusTrb.

           *> Puntos de suministro (los mantiene "Suministros"): solo
           *> se instala en un punto que exista y este activo.
           SELECT Suministros ASSIGN TO 'Suministros.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusSum.

           *> Medidores instalados con la calibracion vencida o por
           *> vencer dentro de la ventana pedida.
           SELECT Vencimientos ASSIGN TO 'CalibracionMedidores.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVen.

           SELECT Listado ASSIGN TO 'Inventario.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLis.

       DATA DIVISION.
       FILE SECTION.
       FD Inventario.
       01 InventarioR.
           05 IV-Serie              PIC X(10).
           05 IV-Marca              PIC X(15).
           05 IV-Modelo             PIC X(15).
           05 IV-Multiplicador      PIC 9(4).
           05 IV-Ubicacion          PIC X(1).
           05 IV-Suministro         PIC X(10).
           05 IV-FechaInst          PIC 9(8).
           05 IV-RegistroInst       PIC 9(5).
           05 IV-FechaRetiro        PIC 9(8).
           05 IV-RegistroRetiro     PIC 9(5).
           05 IV-FechaCalib         PIC 9(8).

       FD InvTrabajo.
       01 InvTrabajoR               PIC X(89).

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

       FD Vencimientos.
       01 Vencimiento-R             PIC X(132).

       FD Listado.
       01 Listado-R                 PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusTrb     PIC XX.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusVen     PIC XX.
               05 WS-File-StatusLis     PIC XX.
           01 WS-Flags.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               05 WS-FlagSum            PIC X(1) VALUE 'N'.
               *> 'Y' si la serie pedida ya figura en el inventario.
               05 WS-FlagExiste         PIC X(1).
               *> 'Y' si el suministro existe y esta activo.
               05 WS-FlagPunto          PIC X(1).
               *> 'Y' si ya hay un medidor instalado en el suministro.
               05 WS-FlagOcupado        PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Fecha-Evento       PIC 9(8).
           *> Datos de la serie buscada (Buscar-Serie), para validar
           *> antes de regrabar el archivo.
           01 WS-Serie-Hallada.
               05 WS-Hal-Ubicacion  PIC X(1).
               05 WS-Hal-FechaCalib PIC 9(8).
           *> Medidor instalado hoy en el suministro del cambio.
           01 WS-Serie-Instalada    PIC X(10).
           *> Vencimiento de calibracion en dias, convencion 30/360
           *> como la edad de deuda en "Cobranzas".
           01 WS-Fec-Aux            PIC 9(8).
           01 WS-Fec-Partes REDEFINES WS-Fec-Aux.
               05 WS-Fec-Anio       PIC 9(4).
               05 WS-Fec-Mes        PIC 9(2).
               05 WS-Fec-Dia        PIC 9(2).
           01 WS-Dias-Hoy           PIC 9(7).
           01 WS-Dias-Calib         PIC 9(7).
           01 WS-Dias-Faltan        PIC S9(7).
           01 WS-Dias-Imp           PIC -9(6).
           01 WS-Ventana            PIC 9(3).
           01 WS-Estado-Calib       PIC X(10).
           01 WS-Totales.
               05 WS-Cant-Procesados    PIC 9(5) VALUE 0.
               05 WS-Cant-Vencidos      PIC 9(5) VALUE 0.
               05 WS-Cant-PorVencer     PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           01 LK-Parametros.
               *> "A" alta en stock (IM-Fecha = vencimiento de la
               *> calibracion), "M" modificar (en blanco o cero
               *> conserva lo que hay), "I" instalar la serie en
               *> IM-Suministro con el registro inicial IM-Registro,
               *> "R" retirar la serie con su registro final
               *> IM-Registro (pasa a laboratorio), "C" cambio en
               *> IM-Suministro: retira el instalado con el registro
               *> final IM-Registro e instala IM-Serie-Nueva con el
               *> inicial IM-Registro-Nuevo, "U" mover una serie no
               *> instalada a IM-Ubicacion (S/L/B), "K" calibrada:
               *> nuevo vencimiento IM-Fecha (del laboratorio vuelve a
               *> stock), "V" vencimientos de calibracion a IM-Dias
               *> (0 = 30), "L" listado del inventario. En I/R/C,
               *> IM-Fecha es la fecha del trabajo (0 = hoy).
               05 IM-Accion         PIC X(1).
               05 IM-Serie          PIC X(10).
               05 IM-Marca          PIC X(15).
               05 IM-Modelo         PIC X(15).
               05 IM-Multiplicador  PIC 9(4).
               05 IM-Suministro     PIC X(10).
               05 IM-Serie-Nueva    PIC X(10).
               05 IM-Registro       PIC 9(5).
               05 IM-Registro-Nuevo PIC 9(5).
               05 IM-Fecha          PIC 9(8).
               05 IM-Ubicacion      PIC X(1).
               05 IM-Dias           PIC 9(3).
               05 IM-Cantidad       PIC 9(5).
               05 IM-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO IM-Mensaje
               MOVE 0 TO IM-Cantidad WS-Cant-Procesados
                   WS-Cant-Vencidos WS-Cant-PorVencer
               ACCEPT WS-Fecha FROM DATE YYYYMMDD
               MOVE WS-Fecha TO WS-Fecha-Evento
               IF IM-Fecha IS NUMERIC AND IM-Fecha > 0 THEN
                   MOVE IM-Fecha TO WS-Fecha-Evento
               END-IF
               EVALUATE IM-Accion
                   WHEN "A"
                       PERFORM Alta-Medidor
                   WHEN "M"
                       PERFORM Validar-Serie-Existente
                   WHEN "I"
                       PERFORM Instalar-Medidor
                   WHEN "R"
                       PERFORM Retirar-Medidor
                   WHEN "C"
                       PERFORM Cambiar-Medidor
                   WHEN "U"
                       PERFORM Mover-Medidor
                   WHEN "K"
                       PERFORM Validar-Serie-Existente
                   WHEN "V"
                       PERFORM Listar-Vencimientos
                   WHEN "L"
                       PERFORM Listar-Inventario
                   WHEN OTHER
                       MOVE "ERROR Accion no valida" TO IM-Mensaje
               END-EVALUATE
           EXIT.

           Alta-Medidor.
               IF IM-Serie = SPACES THEN
                   MOVE "ERROR Falta el numero de serie" TO IM-Mensaje
               ELSE
                   PERFORM Buscar-Serie
                   EVALUATE TRUE
                       WHEN WS-FlagExiste = 'Y'
                           MOVE "ERROR La serie ya figura en el inventar
      -                        "io" TO IM-Mensaje
                       WHEN IM-Fecha NOT NUMERIC OR IM-Fecha = 0
                           MOVE "ERROR Falta el vencimiento de la calibr
      -                        "acion" TO IM-Mensaje
                       WHEN OTHER
                           PERFORM Grabar-Medidor
                   END-EVALUATE
               END-IF
           EXIT.

           Buscar-Serie.
               MOVE 'N' TO WS-FlagExiste
               MOVE SPACES TO WS-Hal-Ubicacion
               MOVE 0 TO WS-Hal-FechaCalib
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Serie = IM-Serie THEN
                                   MOVE 'Y' TO WS-FlagExiste
                                   MOVE IV-Ubicacion TO
                                       WS-Hal-Ubicacion
                                   MOVE IV-FechaCalib TO
                                       WS-Hal-FechaCalib
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
           EXIT.

           Grabar-Medidor.
               OPEN EXTEND Inventario
               IF WS-File-StatusInv NOT = '00' THEN
                   OPEN OUTPUT Inventario
               END-IF
               IF WS-File-StatusInv = '00' THEN
                   MOVE IM-Serie TO IV-Serie
                   MOVE IM-Marca TO IV-Marca
                   MOVE IM-Modelo TO IV-Modelo
                   IF IM-Multiplicador IS NUMERIC AND
                      IM-Multiplicador > 0 THEN
                       MOVE IM-Multiplicador TO IV-Multiplicador
                   ELSE
                       MOVE 1 TO IV-Multiplicador
                   END-IF
                   MOVE 'S' TO IV-Ubicacion
                   MOVE SPACES TO IV-Suministro
                   MOVE 0 TO IV-FechaInst IV-RegistroInst
                       IV-FechaRetiro IV-RegistroRetiro
                   MOVE IM-Fecha TO IV-FechaCalib
                   WRITE InventarioR
                   CLOSE Inventario
                   STRING "Medidor " IM-Serie " dado de alta en stock"
                       DELIMITED BY SIZE INTO IM-Mensaje
                   END-STRING
               ELSE
                   MOVE "ERROR No se pudo abrir Inventario.DAT" TO
                       IM-Mensaje
               END-IF
           EXIT.

           *> M y K solo necesitan que la serie exista; el cambio se
           *> hace en la regrabacion.
           Validar-Serie-Existente.
               PERFORM Buscar-Serie
               IF WS-FlagExiste = 'N' THEN
                   MOVE "ERROR Serie inexistente en el inventario" TO
                       IM-Mensaje
               ELSE
                   IF IM-Accion = "K" AND
                      (IM-Fecha NOT NUMERIC OR IM-Fecha = 0) THEN
                       MOVE "ERROR Falta el nuevo vencimiento de la cali
      -                    "bracion" TO IM-Mensaje
                   ELSE
                       PERFORM Regrabar-Inventario
                       IF IM-Accion = "M" THEN
                           MOVE "Medidor modificado" TO IM-Mensaje
                       ELSE
                           STRING "Calibracion registrada, vence "
                               IM-Fecha
                               DELIMITED BY SIZE INTO IM-Mensaje
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           EXIT.

           *> Solo se instala un medidor de stock, con la calibracion
           *> al dia, en un suministro activo que no tenga ya otro
           *> aparato instalado.
           Instalar-Medidor.
               PERFORM Buscar-Serie
               PERFORM Controlar-Punto
               PERFORM Buscar-Instalado
               EVALUATE TRUE
                   WHEN WS-FlagExiste = 'N'
                       MOVE "ERROR Serie inexistente en el inventario"
                           TO IM-Mensaje
                   WHEN WS-Hal-Ubicacion NOT = 'S'
                       MOVE "ERROR El medidor no esta en stock" TO
                           IM-Mensaje
                   WHEN WS-Hal-FechaCalib < WS-Fecha-Evento
                       MOVE "ERROR El medidor tiene la calibracion venci
      -                    "da" TO IM-Mensaje
                   WHEN WS-FlagPunto = 'N'
                       MOVE "ERROR Suministro inexistente o de baja" TO
                           IM-Mensaje
                   WHEN WS-FlagOcupado = 'Y'
                       STRING "ERROR El suministro ya tiene instalado "
                           "el medidor " WS-Serie-Instalada
                           DELIMITED BY SIZE INTO IM-Mensaje
                       END-STRING
                   WHEN OTHER
                       PERFORM Regrabar-Inventario
                       STRING "Medidor " IM-Serie " instalado en el "
                           "suministro " IM-Suministro
                           DELIMITED BY SIZE INTO IM-Mensaje
                       END-STRING
               END-EVALUATE
           EXIT.

           Controlar-Punto.
               MOVE 'N' TO WS-FlagPunto
               OPEN INPUT Suministros
               IF WS-File-StatusSum = '00' THEN
                   PERFORM UNTIL WS-FlagSum = 'Y'
                       READ Suministros INTO SuministroR
                           AT END
                               MOVE 'Y' TO WS-FlagSum
                           NOT AT END
                               IF SU-Medidor = IM-Suministro AND
                                  SU-Estado = 'A' THEN
                                   MOVE 'Y' TO WS-FlagPunto
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Suministros
                   MOVE 'N' TO WS-FlagSum
               END-IF
           EXIT.

           Buscar-Instalado.
               MOVE 'N' TO WS-FlagOcupado
               MOVE SPACES TO WS-Serie-Instalada
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Suministro = IM-Suministro AND
                                  IV-Ubicacion = 'I' THEN
                                   MOVE 'Y' TO WS-FlagOcupado
                                   MOVE IV-Serie TO WS-Serie-Instalada
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
           EXIT.

           *> El retiro deja el registro final y la fecha en la ficha
           *> del medidor (y el suministro de donde salio): "Lecturas"
           *> los toma en la proxima lectura con novedad C para
           *> facturar el consumo hasta el retiro.
           Retirar-Medidor.
               PERFORM Buscar-Serie
               EVALUATE TRUE
                   WHEN WS-FlagExiste = 'N'
                       MOVE "ERROR Serie inexistente en el inventario"
                           TO IM-Mensaje
                   WHEN WS-Hal-Ubicacion NOT = 'I'
                       MOVE "ERROR El medidor no esta instalado" TO
                           IM-Mensaje
                   WHEN IM-Registro NOT NUMERIC
                       MOVE "ERROR Falta el registro final del medidor"
                           TO IM-Mensaje
                   WHEN OTHER
                       PERFORM Regrabar-Inventario
                       STRING "Medidor " IM-Serie " retirado con "
                           "registro final " IM-Registro
                           DELIMITED BY SIZE INTO IM-Mensaje
                       END-STRING
               END-EVALUATE
           EXIT.

           *> Cambio de aparato en el punto: el retiro del instalado y
           *> la instalacion del nuevo van en una sola regrabacion. Si
           *> el punto no tenia medidor inventariado, solo se instala.
           Cambiar-Medidor.
               MOVE IM-Serie-Nueva TO IM-Serie
               PERFORM Buscar-Serie
               PERFORM Controlar-Punto
               PERFORM Buscar-Instalado
               EVALUATE TRUE
                   WHEN WS-FlagExiste = 'N'
                       MOVE "ERROR Serie nueva inexistente en el inventa
      -                    "rio" TO IM-Mensaje
                   WHEN WS-Hal-Ubicacion NOT = 'S'
                       MOVE "ERROR El medidor nuevo no esta en stock" TO
                           IM-Mensaje
                   WHEN WS-Hal-FechaCalib < WS-Fecha-Evento
                       MOVE "ERROR El medidor nuevo tiene la calibracion
      -                    " vencida" TO IM-Mensaje
                   WHEN WS-FlagPunto = 'N'
                       MOVE "ERROR Suministro inexistente o de baja" TO
                           IM-Mensaje
                   WHEN IM-Registro NOT NUMERIC OR
                        IM-Registro-Nuevo NOT NUMERIC
                       MOVE "ERROR Faltan los registros del cambio" TO
                           IM-Mensaje
                   WHEN OTHER
                       PERFORM Regrabar-Inventario
                       IF WS-FlagOcupado = 'Y' THEN
                           STRING "Cambio en " IM-Suministro ": sale "
                               WS-Serie-Instalada " (reg. " IM-Registro
                               "), entra " IM-Serie-Nueva
                               DELIMITED BY SIZE INTO IM-Mensaje
                           END-STRING
                       ELSE
                           STRING "Medidor " IM-Serie-Nueva " instalado"
                               " en el suministro " IM-Suministro
                               DELIMITED BY SIZE INTO IM-Mensaje
                           END-STRING
                       END-IF
               END-EVALUATE
           EXIT.

           Mover-Medidor.
               PERFORM Buscar-Serie
               EVALUATE TRUE
                   WHEN WS-FlagExiste = 'N'
                       MOVE "ERROR Serie inexistente en el inventario"
                           TO IM-Mensaje
                   WHEN WS-Hal-Ubicacion = 'I'
                       MOVE "ERROR Un medidor instalado se mueve con ret
      -                    "iro o cambio" TO IM-Mensaje
                   WHEN IM-Ubicacion NOT = 'S' AND
                        IM-Ubicacion NOT = 'L' AND
                        IM-Ubicacion NOT = 'B'
                       MOVE "ERROR Ubicacion no valida (S/L/B)" TO
                           IM-Mensaje
                   WHEN OTHER
                       PERFORM Regrabar-Inventario
                       STRING "Medidor " IM-Serie " movido a "
                           IM-Ubicacion
                           DELIMITED BY SIZE INTO IM-Mensaje
                       END-STRING
               END-EVALUATE
           EXIT.

           Regrabar-Inventario.
               OPEN INPUT Inventario
               OPEN OUTPUT InvTrabajo
               PERFORM UNTIL WS-FlagInv = 'Y'
                   READ Inventario INTO InventarioR
                       AT END
                           MOVE 'Y' TO WS-FlagInv
                       NOT AT END
                           PERFORM Copiar-Medidor
                   END-READ
               END-PERFORM
               CLOSE Inventario
               CLOSE InvTrabajo
               MOVE 'N' TO WS-FlagInv
               PERFORM Volcar-Trabajo
           EXIT.

           Copiar-Medidor.
               IF IV-Serie = IM-Serie THEN
                   EVALUATE IM-Accion
                       WHEN "M"
                           IF IM-Marca NOT = SPACES THEN
                               MOVE IM-Marca TO IV-Marca
                           END-IF
                           IF IM-Modelo NOT = SPACES THEN
                               MOVE IM-Modelo TO IV-Modelo
                           END-IF
                           IF IM-Multiplicador IS NUMERIC AND
                              IM-Multiplicador > 0 THEN
                               MOVE IM-Multiplicador TO
                                   IV-Multiplicador
                           END-IF
                           IF IM-Fecha IS NUMERIC AND IM-Fecha > 0 THEN
                               MOVE IM-Fecha TO IV-FechaCalib
                           END-IF
                       WHEN "K"
                           MOVE IM-Fecha TO IV-FechaCalib
                           IF IV-Ubicacion = 'L' THEN
                               MOVE 'S' TO IV-Ubicacion
                           END-IF
                       WHEN "I"
                           PERFORM Instalar-Ficha
                       WHEN "C"
                           PERFORM Instalar-Ficha
                       WHEN "R"
                           PERFORM Retirar-Ficha
                       WHEN "U"
                           MOVE IM-Ubicacion TO IV-Ubicacion
                   END-EVALUATE
               ELSE
                   IF IM-Accion = "C" AND
                      IV-Suministro = IM-Suministro AND
                      IV-Ubicacion = 'I' THEN
                       PERFORM Retirar-Ficha
                   END-IF
               END-IF
               MOVE InventarioR TO InvTrabajoR
               WRITE InvTrabajoR
           EXIT.

           Instalar-Ficha.
               MOVE 'I' TO IV-Ubicacion
               MOVE IM-Suministro TO IV-Suministro
               MOVE WS-Fecha-Evento TO IV-FechaInst
               IF IM-Accion = "C" THEN
                   MOVE IM-Registro-Nuevo TO IV-RegistroInst
               ELSE
                   MOVE IM-Registro TO IV-RegistroInst
               END-IF
               MOVE 0 TO IV-FechaRetiro IV-RegistroRetiro
           EXIT.

           Retirar-Ficha.
               MOVE 'L' TO IV-Ubicacion
               MOVE WS-Fecha-Evento TO IV-FechaRetiro
               MOVE IM-Registro TO IV-RegistroRetiro
           EXIT.

           Volcar-Trabajo.
               OPEN INPUT InvTrabajo
               OPEN OUTPUT Inventario
               PERFORM UNTIL WS-FlagInv = 'Y'
                   READ InvTrabajo INTO InvTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagInv
                       NOT AT END
                           MOVE InvTrabajoR TO InventarioR
                           WRITE InventarioR
                   END-READ
               END-PERFORM
               CLOSE InvTrabajo
               CLOSE Inventario
               MOVE 'N' TO WS-FlagInv
               DELETE FILE InvTrabajo
           EXIT.

           *> Listado periodico para el laboratorio: los medidores
           *> instalados cuya calibracion ya vencio o vence dentro de
           *> IM-Dias dias, con el suministro donde hay que ir a
           *> buscarlos.
           Listar-Vencimientos.
               MOVE 30 TO WS-Ventana
               IF IM-Dias IS NUMERIC AND IM-Dias > 0 THEN
                   MOVE IM-Dias TO WS-Ventana
               END-IF
               MOVE WS-Fecha TO WS-Fec-Aux
               COMPUTE WS-Dias-Hoy = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               OPEN INPUT Inventario
               IF WS-File-StatusInv NOT = '00' THEN
                   MOVE "ERROR No hay medidores en el inventario" TO
                       IM-Mensaje
               ELSE
                   OPEN OUTPUT Vencimientos
                   MOVE SPACES TO Vencimiento-R
                   STRING "Calibracion de medidores instalados al "
                       WS-Fecha " - ventana de " WS-Ventana " dias"
                       DELIMITED BY SIZE INTO Vencimiento-R
                   END-STRING
                   WRITE Vencimiento-R
                   MOVE "Serie      | Suministro | Marca          | Mode
      -                "lo         | Vence    | Dias   | Estado"
                       TO Vencimiento-R
                   WRITE Vencimiento-R
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Ubicacion = 'I' THEN
                                   PERFORM Evaluar-Calibracion
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
                   MOVE SPACES TO Vencimiento-R
                   STRING "Vencidos: " WS-Cant-Vencidos
                       "  Por vencer: " WS-Cant-PorVencer
                       DELIMITED BY SIZE INTO Vencimiento-R
                   END-STRING
                   WRITE Vencimiento-R
                   CLOSE Vencimientos
                   COMPUTE IM-Cantidad = WS-Cant-Vencidos +
                       WS-Cant-PorVencer
                   STRING "Calibraciones en CalibracionMedidores.Txt, "
                       "vencidas: " WS-Cant-Vencidos " por vencer: "
                       WS-Cant-PorVencer
                       DELIMITED BY SIZE INTO IM-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Evaluar-Calibracion.
               MOVE IV-FechaCalib TO WS-Fec-Aux
               COMPUTE WS-Dias-Calib = (WS-Fec-Anio * 360) +
                   ((WS-Fec-Mes - 1) * 30) + WS-Fec-Dia
               COMPUTE WS-Dias-Faltan = WS-Dias-Calib - WS-Dias-Hoy
               MOVE SPACES TO WS-Estado-Calib
               EVALUATE TRUE
                   WHEN WS-Dias-Faltan < 0
                       MOVE "VENCIDO" TO WS-Estado-Calib
                       ADD 1 TO WS-Cant-Vencidos
                   WHEN WS-Dias-Faltan <= WS-Ventana
                       MOVE "POR VENCER" TO WS-Estado-Calib
                       ADD 1 TO WS-Cant-PorVencer
               END-EVALUATE
               IF WS-Estado-Calib NOT = SPACES THEN
                   MOVE WS-Dias-Faltan TO WS-Dias-Imp
                   MOVE SPACES TO Vencimiento-R
                   STRING IV-Serie " | " IV-Suministro " | " IV-Marca
                       " | " IV-Modelo " | " IV-FechaCalib " | "
                       WS-Dias-Imp " | " WS-Estado-Calib
                       DELIMITED BY SIZE INTO Vencimiento-R
                   END-STRING
                   WRITE Vencimiento-R
               END-IF
           EXIT.

           Listar-Inventario.
               OPEN INPUT Inventario
               IF WS-File-StatusInv NOT = '00' THEN
                   MOVE "ERROR No hay medidores en el inventario" TO
                       IM-Mensaje
               ELSE
                   OPEN OUTPUT Listado
                   MOVE SPACES TO Listado-R
                   STRING "Serie|Marca|Modelo|Mult|Ubic|Suministro|"
                       "Instalado|Reg.Inicial|Retirado|Reg.Final|"
                       "Calibracion"
                       DELIMITED BY SIZE INTO Listado-R
                   END-STRING
                   WRITE Listado-R
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               PERFORM Listar-Medidor
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
                   CLOSE Listado
                   MOVE WS-Cant-Procesados TO IM-Cantidad
                   STRING "Listado en Inventario.Txt, medidores: "
                       WS-Cant-Procesados
                       DELIMITED BY SIZE INTO IM-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Listar-Medidor.
               MOVE SPACES TO Listado-R
               STRING IV-Serie "|" IV-Marca "|" IV-Modelo "|"
                   IV-Multiplicador "|" IV-Ubicacion "|"
                   IV-Suministro "|" IV-FechaInst "|"
                   IV-RegistroInst "|" IV-FechaRetiro "|"
                   IV-RegistroRetiro "|" IV-FechaCalib "|"
                   DELIMITED BY SIZE INTO Listado-R
               END-STRING
               WRITE Listado-R
               ADD 1 TO WS-Cant-Procesados
           EXIT.
