               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusMtr.

           *> Parque de medidores fisicos (lo mantiene "Inventario"):
           *> de aca sale la constante multiplicadora del aparato
           *> instalado en el suministro y, en un cambio de medidor,
           *> el registro final del retirado y el inicial del nuevo.
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           *> Estado de los meses del año (los mantiene "Periodos"):
           *> una lectura o ajuste sobre un mes cerrado se rechaza
           *> hasta que un supervisor lo reabra.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBlq.

           *> Carga de las terminales portatiles ("T"): una fila por
           *> medidor con el registro del dial, el lecturista y la
           *> fecha y hora de la lectura. Layout propio, no el de la
           *> entrega de las cuadrillas.
           SELECT CargaTerminal ASSIGN TO WS-Archivo-Entrega
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCte.

           SELECT CargaChk ASSIGN TO WS-Archivo-Entrega
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCck.

           *> Descarga de la ruta que genero "Rutas": de aca sale el
           *> rango de registro esperado de cada medidor.
           SELECT Descarga ASSIGN TO WS-Archivo-Descarga
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDes.

           *> Lecturas fuera del rango esperado: no entran al detalle
           *> y quedan pendientes ('P') para releer en el dia; la
           *> relectura del medidor se acepta y marca la entrada 'R'.
           SELECT Relecturas ASSIGN TO 'Relecturas.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRel.

           SELECT RelTrabajo ASSIGN TO 'RelecturasTrab.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRtr.

           *> Lista del dia para las cuadrillas, por ruta
           *> (RelecturasRuta_<ruta>.Txt).
           SELECT ListaRelectura ASSIGN TO WS-Archivo-Relectura
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLrl.

           *> Bitacora de cada fila cargada desde las terminales, con
           *> su resultado; de aca sale la productividad por lector.
           SELECT BitacoraTerminal ASSIGN TO 'LecturasTerminal.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusBit.

           SELECT Productividad ASSIGN TO 'ProductividadLectores.Txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusPrd.

       DATA DIVISION.
       FILE SECTION.
       FD Config.
       FD MedTrabajo.
       01 MedTrabajoR               PIC X(38).

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

       FD Periodos.
       01 PeriodoR.
           05 PD-Anio               PIC 9(4).
           05 RE-Fecha              PIC X(8).
           05 RE-FILLER5            PIC X .

       FD CargaTerminal.
       01 CargaTerminalR.
           05 TU-Ruta               PIC X(3).
           05 TU-Secuencia          PIC 9(3).
           05 TU-Medidor            PIC X(10).
           *> Registro del dial tal como lo capturo la terminal.
           05 TU-Registro           PIC X(5).
           *> ' ' normal, 'N' sin acceso al medidor, 'C' cambio de
           *> medidor, 'I' carga inicial del registro.
           05 TU-Novedad            PIC X(1).
           05 TU-Lector             PIC X(10).
           05 TU-Fecha              PIC X(8).
           05 TU-Hora               PIC X(4).
           05 FILLER                PIC X(6).

       FD CargaChk.
       01 CargaChkR.
           05 FILLER                PIC X(6).
           05 CK-Medidor            PIC X(10).
           05 FILLER                PIC X(5).
           05 CK-Novedad            PIC X(1).
           05 FILLER                PIC X(28).

       FD Descarga.
       01 DescargaR.
           05 DS-Ruta               PIC X(3).
           05 DS-Secuencia          PIC 9(3).
           05 DS-Medidor            PIC X(10).
           05 DS-ID                 PIC 9(5).
           05 DS-Titular            PIC X(40).
           05 DS-Direccion          PIC X(40).
           05 DS-Registro           PIC 9(5).
           05 DS-Reg-Fecha          PIC 9(8).
           05 DS-Minimo             PIC 9(5).
           05 DS-Maximo             PIC 9(5).
           05 DS-Control            PIC X(1).
           05 DS-Multiplicador      PIC 9(4).
           05 FILLER                PIC X(11).

       FD Relecturas.
       01 RelecturaR.
           05 RL-Fecha              PIC 9(8).
           05 RL-Ruta               PIC X(3).
           05 RL-Secuencia          PIC 9(3).
           05 RL-Medidor            PIC X(10).
           05 RL-Registro           PIC 9(5).
           05 RL-Minimo             PIC 9(5).
           05 RL-Maximo             PIC 9(5).
           05 RL-Lector             PIC X(10).
           *> 'P' pendiente de relectura, 'R' releido y cargado.
           05 RL-Estado             PIC X(1).
           05 RL-Fecha-Rel          PIC 9(8).
           05 FILLER                PIC X(2).

       FD RelTrabajo.
       01 RelTrabajoR               PIC X(60).

       FD ListaRelectura.
       01 ListaRelectura-R          PIC X(80).

       FD BitacoraTerminal.
       01 BitacoraR.
           05 BT-Fecha-Carga        PIC 9(8).
           05 BT-Ruta               PIC X(3).
           05 BT-Lector             PIC X(10).
           05 BT-Medidor            PIC X(10).
           05 BT-Fecha              PIC X(8).
           05 BT-Hora               PIC X(4).
           05 BT-Registro           PIC X(5).
           *> 'L' cargada, 'R' relectura cargada, 'N' sin acceso,
           *> 'F' fuera de rango (a releer), 'X' rechazada.
           05 BT-Resultado          PIC X(1).
           05 BT-Razon              PIC X(2).
           05 FILLER                PIC X(9).

       FD Productividad.
       01 Productividad-R           PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusCfg     PIC XX.
               05 WS-File-StatusEch     PIC XX.
               05 WS-File-StatusNol     PIC XX.
               05 WS-File-StatusPer     PIC XX.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusCte     PIC XX.
               05 WS-File-StatusCck     PIC XX.
               05 WS-File-StatusDes     PIC XX.
               05 WS-File-StatusRel     PIC XX.
               05 WS-File-StatusRtr     PIC XX.
               05 WS-File-StatusLrl     PIC XX.
               05 WS-File-StatusBit     PIC XX.
               05 WS-File-StatusPrd     PIC XX.
           01 WS-Flags.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               05 WS-FlagDet            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               05 WS-FlagEch            PIC X(1) VALUE 'N'.
               05 WS-FlagPer            PIC X(1) VALUE 'N'.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               *> 'Y' si el suministro tiene un retiro de medidor
               *> posterior al ultimo registro leido (cambio todavia
               *> sin facturar).
               05 WS-FlagRetiro         PIC X(1).
               *> 'Y' si el medidor de la ruta aparecio en la entrega.
               05 WS-FlagLeido          PIC X(1).
               *> 'Y' si el mes de la lectura esta cerrado.
               *> estimado: la lectura real se acepta y se netea la
               *> estimacion via Ajustes.DAT (razon ES).
               05 WS-FlagNetear         PIC X(1) VALUE 'N'.
               05 WS-FlagCte            PIC X(1) VALUE 'N'.
               05 WS-FlagCck            PIC X(1) VALUE 'N'.
               05 WS-FlagDes            PIC X(1) VALUE 'N'.
               05 WS-FlagRel            PIC X(1) VALUE 'N'.
               05 WS-FlagBit            PIC X(1) VALUE 'N'.
               *> 'Y' en la carga de terminales: los no leidos salen
               *> del archivo de la terminal y no de la entrega.
               05 WS-FlagTerminal       PIC X(1) VALUE 'N'.
               *> 'Y' si el medidor tiene una relectura pendiente: la
               *> fila en curso es la relectura.
               05 WS-FlagRelectura      PIC X(1).
               *> 'Y' si el registro cae fuera del rango esperado.
               05 WS-FlagFuera          PIC X(1).
               05 WS-FlagEncontrado     PIC X(1).
           01 WS-Bloqueo-Fecha      PIC 9(8).
           01 WS-Bloqueo-Hora       PIC 9(8).
           01 WS-Archivo-Actual     PIC X(20) VALUE 'Consumo2025.DAT'.
           *> dial al pasar 99999).
           01 WS-Lec-Registro       PIC 9(5).
           01 WS-Reg-Previo         PIC 9(5).
           01 WS-Reg-Fecha          PIC 9(8).
           01 WS-Consumo-Derivado   PIC 9(6).
           *> Datos del inventario para el suministro de la lectura:
           *> aparato instalado (constante y registro inicial) y el
           *> ultimo retiro sin facturar (registro final, constante
           *> y fecha). Sin ficha, la constante es 1 y el registro
           *> inicial cero, como antes del inventario.
           01 WS-Inventario.
               05 WS-Inv-Mult       PIC 9(4).
               05 WS-Inv-RegInst    PIC 9(5).
               05 WS-Ret-Registro   PIC 9(5).
               05 WS-Ret-Mult       PIC 9(4).
               05 WS-Ret-Fecha      PIC 9(8).
           01 WS-Consumo-Retiro     PIC 9(6).
           01 WS-Consumo-Total      PIC 9(9).
           *> Ruta declarada de la entrega en curso (vacia = entrega
           *> sin control de ruta).
           01 WS-Ruta               PIC X(3).
           01 WS-Totales.
               05 WS-Cant-Cargadas      PIC 9(5) VALUE 0.
               05 WS-Cant-Rechazadas    PIC 9(5) VALUE 0.
               05 WS-Cant-Releer        PIC 9(5) VALUE 0.
               05 WS-Cant-SinAcceso     PIC 9(5) VALUE 0.
           *> Carga de terminales: archivos por ruta, rango esperado
           *> del medidor en curso y resultado de la fila para la
           *> bitacora.
           01 WS-Archivo-Descarga   PIC X(30).
           01 WS-Archivo-Relectura  PIC X(30).
           01 WS-Terminal.
               05 WS-Ter-Mes        PIC 9(2).
               05 WS-Ter-Hora       PIC 9(2).
               05 WS-Ter-Minuto     PIC 9(2).
               05 WS-Ter-Secuencia  PIC 9(3).
               05 WS-Ter-Minimo     PIC 9(5).
               05 WS-Ter-Maximo     PIC 9(5).
               05 WS-Ter-Resultado  PIC X(1).
           *> Productividad ("P"): dia AAAAMMDD o mes AAAAMM00 a
           *> informar, y la tabla lector+ruta con sus contadores.
           01 WS-Sel-Fecha          PIC 9(8).
           01 WS-Sel-Fecha-X REDEFINES WS-Sel-Fecha PIC X(8).
           01 WS-Prod-Cant          PIC 9(3) VALUE 0.
           01 WS-Prod-Idx           PIC 9(3).
           01 WS-Prod-Tabla.
               05 WS-Prod OCCURS 300 TIMES.
                   10 WS-Prod-Lector     PIC X(10).
                   10 WS-Prod-Ruta       PIC X(3).
                   10 WS-Prod-Leidos     PIC 9(5).
                   10 WS-Prod-SinAcceso  PIC 9(5).
                   10 WS-Prod-Fuera      PIC 9(5).
                   10 WS-Prod-Releidos   PIC 9(5).
                   10 WS-Prod-Rechazos   PIC 9(5).
           01 WS-Prod-Totales.
               05 WS-Tot-Leidos     PIC 9(6).
               05 WS-Tot-SinAcceso  PIC 9(6).
               05 WS-Tot-Fuera      PIC 9(6).
               05 WS-Tot-Releidos   PIC 9(6).
               05 WS-Tot-Rechazos   PIC 9(6).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> ajenos a la ruta se rechazan y los de la ruta que no
               *> vinieron quedan en NoLeidos.Txt.
               05 LE-Ruta           PIC X(3).
               *> Dia (AAAAMMDD) o mes (AAAAMM00) de la productividad
               *> por lector ("P"); cero = hoy.
               05 LE-Fecha          PIC 9(8).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           *> "L" un archivo de entrega completo (LE-Archivo). Las
           *> lecturas aceptadas se agregan bien formadas al archivo
           *> ACTUAL= de Anios.CFG; las rechazadas de una entrega van
           *> a LecturasRechazos.Txt con su codigo de razon. "T" carga
           *> el archivo de una terminal portatil (LE-Archivo, ruta
           *> LE-Ruta) y "P" informa la productividad por lector, que
           *> solo lee la bitacora y no toma el candado.
           Procesar.
               MOVE SPACES TO LE-Mensaje
               ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD
               PERFORM Iniciar-Meses
               IF LE-Accion = "P" THEN
                   PERFORM Generar-Productividad
               ELSE
                   PERFORM Procesar-Carga
               END-IF
           EXIT.

           Procesar-Carga.
               PERFORM Cargar-Configuracion
               PERFORM Tomar-Bloqueo
               IF WS-FlagBloqueo = 'N' THEN
                               PERFORM Cargar-Una
                           WHEN "L"
                               PERFORM Cargar-Entrega
                           WHEN "T"
                               PERFORM Cargar-Terminal
                           WHEN OTHER
                               MOVE "ERROR Accion no valida"
                                   TO LE-Mensaje
           *> al detalle y las malas quedan en LecturasRechazos.Txt.
           Cargar-Entrega.
               MOVE LE-Ruta TO WS-Ruta
               MOVE 0 TO WS-Cant-NoLeidos WS-Cant-Cargadas
                   WS-Cant-Rechazadas
               MOVE LE-Archivo TO WS-Archivo-Entrega
               OPEN INPUT Entrega
               IF WS-File-StatusEnt NOT = '00' THEN
                           NOT AT END
                               IF SU-Ruta = WS-Ruta AND
                                  SU-Estado = 'A' THEN
                                   IF WS-FlagTerminal = 'Y' THEN
                                       PERFORM Controlar-No-Leido-Ter
                                   ELSE
                                       PERFORM Controlar-No-Leido
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EntregaChk
                   MOVE 'N' TO WS-FlagEch
               END-IF
               PERFORM Escribir-No-Leido
           EXIT.

           *> En la carga de terminales el medidor cuenta como leido
           *> si tiene alguna fila que no sea 'N' (sin acceso).
           Controlar-No-Leido-Ter.
               MOVE 'N' TO WS-FlagLeido
               OPEN INPUT CargaChk
               IF WS-File-StatusCck = '00' THEN
                   PERFORM UNTIL WS-FlagCck = 'Y'
                       READ CargaChk INTO CargaChkR
                           AT END
                               MOVE 'Y' TO WS-FlagCck
                           NOT AT END
                               IF CK-Medidor = SU-Medidor AND
                                  CK-Novedad NOT = 'N' THEN
                                   MOVE 'Y' TO WS-FlagLeido
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CargaChk
                   MOVE 'N' TO WS-FlagCck
               END-IF
               PERFORM Escribir-No-Leido
           EXIT.

           Escribir-No-Leido.
               IF WS-FlagLeido = 'N' THEN
                   MOVE SPACES TO NoLeido-R
                   STRING WS-Ruta "|" SU-Medidor "|" SU-ID "|"
           *> 99999 (RO) o si hubo cambio de medidor (novedad C); si
           *> no, se rechaza en el momento (RG). Sin registro previo
           *> guardado hay que cargar la base con la novedad I (RP).
           *> El kwh derivado se multiplica por la constante del
           *> aparato instalado segun Inventario.DAT.
           Derivar-Consumo.
               MOVE WS-Lec-Consumo TO WS-Lec-Registro
               PERFORM Buscar-Registro-Previo
               PERFORM Buscar-Inventario
               EVALUATE TRUE
                   WHEN WS-Lec-Novedad = 'I'
                       MOVE 'Y' TO WS-FlagSoloRegistro
                   WHEN WS-Lec-Novedad = 'C'
                       PERFORM Derivar-Cambio
                   WHEN WS-FlagRegPrevio = 'N'
                       MOVE 'N' TO WS-FlagValida
                       MOVE "RP" TO WS-Razon
                       MOVE 'N' TO WS-FlagValida
                       MOVE "RG" TO WS-Razon
               END-EVALUATE
               IF WS-FlagValida = 'Y' AND WS-FlagSoloRegistro = 'N'
                  AND WS-Lec-Novedad NOT = 'C' AND
                  WS-Inv-Mult > 1 THEN
                   COMPUTE WS-Consumo-Total =
                       WS-Lec-Consumo * WS-Inv-Mult
                   PERFORM Tomar-Consumo-Total
               END-IF
           EXIT.

           *> Cambio de medidor: el kwh del mes es lo que marco el
           *> aparato retirado entre el ultimo registro leido y su
           *> registro final (del retiro cargado en "Inventario"),
           *> mas lo que marco el nuevo desde su registro inicial,
           *> cada tramo por su constante. Un registro final menor al
           *> ultimo leido, sin vuelta del dial, se rechaza (RR). Sin
           *> retiro inventariado, el nuevo arranca de su inicial y
           *> el tramo del viejo queda afuera, como siempre.
           Derivar-Cambio.
               MOVE 0 TO WS-Consumo-Retiro
               IF WS-FlagRetiro = 'Y' AND WS-FlagRegPrevio = 'Y' THEN
                   EVALUATE TRUE
                       WHEN WS-Ret-Registro >= WS-Reg-Previo
                           COMPUTE WS-Consumo-Retiro =
                               WS-Ret-Registro - WS-Reg-Previo
                       WHEN WS-Reg-Previo > 90000 AND
                            WS-Ret-Registro < 10000
                           COMPUTE WS-Consumo-Retiro =
                               (100000 - WS-Reg-Previo) +
                               WS-Ret-Registro
                       WHEN OTHER
                           MOVE 'N' TO WS-FlagValida
                           MOVE "RR" TO WS-Razon
                   END-EVALUATE
               END-IF
               IF WS-FlagValida = 'Y' AND
                  WS-Lec-Registro < WS-Inv-RegInst THEN
                   MOVE 'N' TO WS-FlagValida
                   MOVE "RG" TO WS-Razon
               END-IF
               IF WS-FlagValida = 'Y' THEN
                   COMPUTE WS-Consumo-Total =
                       (WS-Consumo-Retiro * WS-Ret-Mult) +
                       ((WS-Lec-Registro - WS-Inv-RegInst) *
                        WS-Inv-Mult)
                   PERFORM Tomar-Consumo-Total
               END-IF
           EXIT.

           *> El detalle lleva el kwh en 5 digitos: un consumo
           *> multiplicado que no entra se rechaza (RG) en vez de
           *> truncarse.
           Tomar-Consumo-Total.
               IF WS-Consumo-Total > 99999 THEN
                   MOVE 'N' TO WS-FlagValida
                   MOVE "RG" TO WS-Razon
               ELSE
                   MOVE WS-Consumo-Total TO WS-Lec-Consumo
               END-IF
           EXIT.

           *> Aparato instalado hoy en el suministro y ultimo retiro
           *> hecho desde el ultimo registro leido (o el mismo dia).
           Buscar-Inventario.
               MOVE 1 TO WS-Inv-Mult WS-Ret-Mult
               MOVE 0 TO WS-Inv-RegInst WS-Ret-Registro WS-Ret-Fecha
               MOVE 'N' TO WS-FlagRetiro
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Suministro = WS-Lec-Medidor THEN
                                   PERFORM Tomar-Ficha
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
           EXIT.

           Tomar-Ficha.
               EVALUATE TRUE
                   WHEN IV-Ubicacion = 'I'
                       MOVE IV-Multiplicador TO WS-Inv-Mult
                       MOVE IV-RegistroInst TO WS-Inv-RegInst
                   WHEN IV-FechaRetiro > 0 AND
                        IV-FechaRetiro >= WS-Reg-Fecha AND
                        IV-FechaRetiro >= WS-Ret-Fecha
                       MOVE 'Y' TO WS-FlagRetiro
                       MOVE IV-RegistroRetiro TO WS-Ret-Registro
                       MOVE IV-Multiplicador TO WS-Ret-Mult
                       MOVE IV-FechaRetiro TO WS-Ret-Fecha
               END-EVALUATE
               IF WS-Inv-Mult = 0 THEN
                   MOVE 1 TO WS-Inv-Mult
               END-IF
               IF WS-Ret-Mult = 0 THEN
                   MOVE 1 TO WS-Ret-Mult
               END-IF
           EXIT.

           Buscar-Registro-Previo.
               MOVE 'N' TO WS-FlagRegPrevio
               MOVE 0 TO WS-Reg-Previo WS-Reg-Fecha
               OPEN INPUT Medidores
               IF WS-File-StatusMed = '00' THEN
                   PERFORM UNTIL WS-FlagMed = 'Y'
                               IF MD-Medidor = WS-Lec-Medidor THEN
                                   MOVE 'Y' TO WS-FlagRegPrevio
                                   MOVE MD-Registro TO WS-Reg-Previo
                                   MOVE MD-Fecha TO WS-Reg-Fecha
                               END-IF
                       END-READ
                   END-PERFORM
               WRITE Rechazo-R
               ADD 1 TO WS-Cant-Rechazadas
           EXIT.

           *> Archivo de una terminal portatil, por ruta. Cada fila se
           *> controla igual que una fila de la entrega con medidor;
           *> antes, un registro normal fuera del rango de la descarga
           *> va a la lista de relecturas del dia y no se carga. Todas
           *> las filas quedan en la bitacora con su resultado.
           Cargar-Terminal.
               IF LE-Ruta = SPACES THEN
                   MOVE "ERROR Falta la ruta de la terminal"
                       TO LE-Mensaje
               ELSE
                   PERFORM Abrir-Carga-Terminal
               END-IF
           EXIT.

           Abrir-Carga-Terminal.
               MOVE 'Y' TO WS-FlagTerminal
               MOVE LE-Ruta TO WS-Ruta
               MOVE 0 TO WS-Cant-NoLeidos WS-Cant-Cargadas
                   WS-Cant-Rechazadas WS-Cant-Releer WS-Cant-SinAcceso
               MOVE LE-Archivo TO WS-Archivo-Entrega
               IF WS-Archivo-Entrega = SPACES THEN
                   STRING "CargaRuta_" WS-Ruta ".DAT"
                       DELIMITED BY SIZE INTO WS-Archivo-Entrega
                   END-STRING
               END-IF
               MOVE SPACES TO WS-Archivo-Descarga
               STRING "DescargaRuta_" WS-Ruta ".DAT"
                   DELIMITED BY SIZE INTO WS-Archivo-Descarga
               END-STRING
               OPEN INPUT CargaTerminal
               IF WS-File-StatusCte NOT = '00' THEN
                   STRING "ERROR No se pudo abrir " WS-Archivo-Entrega
                       DELIMITED BY SIZE INTO LE-Mensaje
                   END-STRING
               ELSE
                   OPEN OUTPUT Rechazos
                   OPEN EXTEND BitacoraTerminal
                   IF WS-File-StatusBit NOT = '00' THEN
                       OPEN OUTPUT BitacoraTerminal
                   END-IF
                   PERFORM UNTIL WS-FlagCte = 'Y'
                       READ CargaTerminal INTO CargaTerminalR
                           AT END
                               MOVE 'Y' TO WS-FlagCte
                           NOT AT END
                               PERFORM Procesar-Fila-Terminal
                       END-READ
                   END-PERFORM
                   CLOSE CargaTerminal
                   CLOSE Rechazos
                   CLOSE BitacoraTerminal
                   MOVE 'N' TO WS-FlagCte
                   MOVE WS-Cant-Cargadas TO LE-Cargadas
                   MOVE WS-Cant-Rechazadas TO LE-Rechazadas
                   PERFORM Generar-No-Leidos
                   PERFORM Listar-Relecturas
                   STRING "Cargadas " WS-Cant-Cargadas
                       " rechazadas " WS-Cant-Rechazadas
                       " a releer " WS-Cant-Releer
                       " sin acceso " WS-Cant-SinAcceso
                       " sin leer " WS-Cant-NoLeidos
                       DELIMITED BY SIZE INTO LE-Mensaje
                   END-STRING
               END-IF
               MOVE 'N' TO WS-FlagTerminal
           EXIT.

           *> El mes de la lectura sale de la fecha que tomo la
           *> terminal; una fecha invalida deja el mes en blanco y la
           *> fila cae por ME o FE en los controles de siempre.
           Procesar-Fila-Terminal.
               MOVE 0 TO WS-Lec-ID
               MOVE SPACES TO WS-Lec-Mes WS-Lec-Nombre WS-Razon
               MOVE TU-Registro TO WS-Lec-Consumo-X
               MOVE TU-Fecha TO WS-Lec-Fecha-X
               MOVE TU-Medidor TO WS-Lec-Medidor
               MOVE TU-Novedad TO WS-Lec-Novedad
               IF TU-Fecha IS NUMERIC THEN
                   MOVE TU-Fecha(5:2) TO WS-Ter-Mes
                   IF WS-Ter-Mes >= 1 AND WS-Ter-Mes <= 12 THEN
                       MOVE WS-MesNombre(WS-Ter-Mes) TO WS-Lec-Mes
                   END-IF
               END-IF
               MOVE 'Y' TO WS-FlagValida
               PERFORM Controlar-Terminal
               IF WS-FlagValida = 'N' THEN
                   PERFORM Agregar-Rechazo
                   MOVE "X" TO WS-Ter-Resultado
               ELSE
                   IF TU-Novedad = 'N' THEN
                       ADD 1 TO WS-Cant-SinAcceso
                       MOVE "N" TO WS-Ter-Resultado
                   ELSE
                       PERFORM Procesar-Lectura-Terminal
                   END-IF
               END-IF
               PERFORM Registrar-Bitacora
           EXIT.

           *> Datos propios de la terminal: medidor (SM), lecturista
           *> (LC) y hora de la lectura HHMM (HO).
           Controlar-Terminal.
               EVALUATE TRUE
                   WHEN TU-Medidor = SPACES
                       MOVE 'N' TO WS-FlagValida
                       MOVE "SM" TO WS-Razon
                   WHEN TU-Lector = SPACES
                       MOVE 'N' TO WS-FlagValida
                       MOVE "LC" TO WS-Razon
                   WHEN TU-Hora IS NOT NUMERIC
                       MOVE 'N' TO WS-FlagValida
                       MOVE "HO" TO WS-Razon
                   WHEN OTHER
                       MOVE TU-Hora(1:2) TO WS-Ter-Hora
                       MOVE TU-Hora(3:2) TO WS-Ter-Minuto
                       IF WS-Ter-Hora > 23 OR WS-Ter-Minuto > 59 THEN
                           MOVE 'N' TO WS-FlagValida
                           MOVE "HO" TO WS-Razon
                       END-IF
               END-EVALUATE
           EXIT.

           *> Si el medidor tenia relectura pendiente esta fila es la
           *> relectura: se carga sin control de rango (el lecturista
           *> ya volvio a mirar el dial) y la pendiente se marca 'R'.
           Procesar-Lectura-Terminal.
               PERFORM Buscar-Relectura
               MOVE 'N' TO WS-FlagFuera
               IF WS-FlagRelectura = 'N' AND TU-Novedad = SPACE AND
                  TU-Registro IS NUMERIC THEN
                   PERFORM Controlar-Rango
               END-IF
               IF WS-FlagFuera = 'Y' THEN
                   PERFORM Agregar-Relectura
                   ADD 1 TO WS-Cant-Releer
                   MOVE "F" TO WS-Ter-Resultado
               ELSE
                   PERFORM Controlar-Lectura
                   IF WS-FlagValida = 'Y' THEN
                       PERFORM Agregar-Lectura
                       IF WS-FlagRelectura = 'Y' THEN
                           PERFORM Marcar-Relectura
                           MOVE "R" TO WS-Ter-Resultado
                       ELSE
                           MOVE "L" TO WS-Ter-Resultado
                       END-IF
                   ELSE
                       PERFORM Agregar-Rechazo
                       MOVE "X" TO WS-Ter-Resultado
                   END-IF
               END-IF
           EXIT.

           *> Rango esperado del medidor segun la descarga de la ruta;
           *> si el minimo es mayor que el maximo el rango pasa por la
           *> vuelta del dial. Medidor fuera de la descarga o sin
           *> control ('N'): no se controla.
           Controlar-Rango.
               MOVE 'N' TO WS-FlagEncontrado
               MOVE TU-Secuencia TO WS-Ter-Secuencia
               OPEN INPUT Descarga
               IF WS-File-StatusDes = '00' THEN
                   PERFORM UNTIL WS-FlagDes = 'Y'
                       READ Descarga INTO DescargaR
                           AT END
                               MOVE 'Y' TO WS-FlagDes
                           NOT AT END
                               IF DS-Medidor = TU-Medidor AND
                                  DS-Control = 'S' THEN
                                   MOVE 'Y' TO WS-FlagEncontrado
                                   MOVE DS-Secuencia TO
                                       WS-Ter-Secuencia
                                   MOVE DS-Minimo TO WS-Ter-Minimo
                                   MOVE DS-Maximo TO WS-Ter-Maximo
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Descarga
                   MOVE 'N' TO WS-FlagDes
               END-IF
               IF WS-FlagEncontrado = 'Y' THEN
                   MOVE TU-Registro TO WS-Lec-Registro
                   IF WS-Ter-Minimo <= WS-Ter-Maximo THEN
                       IF WS-Lec-Registro < WS-Ter-Minimo OR
                          WS-Lec-Registro > WS-Ter-Maximo THEN
                           MOVE 'Y' TO WS-FlagFuera
                       END-IF
                   ELSE
                       IF WS-Lec-Registro < WS-Ter-Minimo AND
                          WS-Lec-Registro > WS-Ter-Maximo THEN
                           MOVE 'Y' TO WS-FlagFuera
                       END-IF
                   END-IF
               END-IF
           EXIT.

           Buscar-Relectura.
               MOVE 'N' TO WS-FlagRelectura
               OPEN INPUT Relecturas
               IF WS-File-StatusRel = '00' THEN
                   PERFORM UNTIL WS-FlagRel = 'Y'
                       READ Relecturas INTO RelecturaR
                           AT END
                               MOVE 'Y' TO WS-FlagRel
                           NOT AT END
                               IF RL-Medidor = TU-Medidor AND
                                  RL-Estado = 'P' THEN
                                   MOVE 'Y' TO WS-FlagRelectura
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Relecturas
                   MOVE 'N' TO WS-FlagRel
               END-IF
           EXIT.

           Agregar-Relectura.
               OPEN EXTEND Relecturas
               IF WS-File-StatusRel NOT = '00' THEN
                   OPEN OUTPUT Relecturas
               END-IF
               MOVE SPACES TO RelecturaR
               MOVE WS-Fecha-Hoy TO RL-Fecha
               MOVE WS-Ruta TO RL-Ruta
               MOVE WS-Ter-Secuencia TO RL-Secuencia
               MOVE TU-Medidor TO RL-Medidor
               MOVE WS-Lec-Registro TO RL-Registro
               MOVE WS-Ter-Minimo TO RL-Minimo
               MOVE WS-Ter-Maximo TO RL-Maximo
               MOVE TU-Lector TO RL-Lector
               MOVE "P" TO RL-Estado
               MOVE 0 TO RL-Fecha-Rel
               WRITE RelecturaR
               CLOSE Relecturas
           EXIT.

           *> Regraba Relecturas.DAT dejando releidas ('R', con la
           *> fecha) las pendientes del medidor recien cargado.
           Marcar-Relectura.
               OPEN INPUT Relecturas
               IF WS-File-StatusRel = '00' THEN
                   OPEN OUTPUT RelTrabajo
                   PERFORM UNTIL WS-FlagRel = 'Y'
                       READ Relecturas INTO RelecturaR
                           AT END
                               MOVE 'Y' TO WS-FlagRel
                           NOT AT END
                               IF RL-Medidor = TU-Medidor AND
                                  RL-Estado = 'P' THEN
                                   MOVE "R" TO RL-Estado
                                   MOVE WS-Fecha-Hoy TO RL-Fecha-Rel
                               END-IF
                               MOVE RelecturaR TO RelTrabajoR
                               WRITE RelTrabajoR
                       END-READ
                   END-PERFORM
                   CLOSE Relecturas
                   CLOSE RelTrabajo
                   MOVE 'N' TO WS-FlagRel
                   PERFORM Volcar-Relecturas
               END-IF
           EXIT.

           Volcar-Relecturas.
               OPEN INPUT RelTrabajo
               OPEN OUTPUT Relecturas
               PERFORM UNTIL WS-FlagRel = 'Y'
                   READ RelTrabajo INTO RelTrabajoR
                       AT END
                           MOVE 'Y' TO WS-FlagRel
                       NOT AT END
                           MOVE RelTrabajoR TO RelecturaR
                           WRITE RelecturaR
                   END-READ
               END-PERFORM
               CLOSE RelTrabajo
               CLOSE Relecturas
               MOVE 'N' TO WS-FlagRel
               DELETE FILE RelTrabajo
           EXIT.

           *> Lista de relecturas pendientes del dia para la ruta, que
           *> se le entrega a la cuadrilla antes de cerrar la jornada.
           Listar-Relecturas.
               MOVE SPACES TO WS-Archivo-Relectura
               STRING "RelecturasRuta_" WS-Ruta ".Txt"
                   DELIMITED BY SIZE INTO WS-Archivo-Relectura
               END-STRING
               OPEN OUTPUT ListaRelectura
               MOVE SPACES TO ListaRelectura-R
               STRING "Relecturas del " WS-Fecha-Hoy " - ruta "
                   WS-Ruta
                   DELIMITED BY SIZE INTO ListaRelectura-R
               END-STRING
               WRITE ListaRelectura-R
               MOVE "Sec|Medidor   |Leido|Minim|Maxim|Lector"
                   TO ListaRelectura-R
               WRITE ListaRelectura-R
               OPEN INPUT Relecturas
               IF WS-File-StatusRel = '00' THEN
                   PERFORM UNTIL WS-FlagRel = 'Y'
                       READ Relecturas INTO RelecturaR
                           AT END
                               MOVE 'Y' TO WS-FlagRel
                           NOT AT END
                               IF RL-Fecha = WS-Fecha-Hoy AND
                                  RL-Ruta = WS-Ruta AND
                                  RL-Estado = 'P' THEN
                                   PERFORM Escribir-Relectura
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Relecturas
                   MOVE 'N' TO WS-FlagRel
               END-IF
               CLOSE ListaRelectura
           EXIT.

           Escribir-Relectura.
               MOVE SPACES TO ListaRelectura-R
               STRING RL-Secuencia "|" RL-Medidor "|" RL-Registro "|"
                   RL-Minimo "|" RL-Maximo "|" RL-Lector
                   DELIMITED BY SIZE INTO ListaRelectura-R
               END-STRING
               WRITE ListaRelectura-R
           EXIT.

           Registrar-Bitacora.
               MOVE SPACES TO BitacoraR
               MOVE WS-Fecha-Hoy TO BT-Fecha-Carga
               MOVE WS-Ruta TO BT-Ruta
               MOVE TU-Lector TO BT-Lector
               MOVE TU-Medidor TO BT-Medidor
               MOVE TU-Fecha TO BT-Fecha
               MOVE TU-Hora TO BT-Hora
               MOVE TU-Registro TO BT-Registro
               MOVE WS-Ter-Resultado TO BT-Resultado
               IF WS-Ter-Resultado = "X" THEN
                   MOVE WS-Razon TO BT-Razon
               END-IF
               WRITE BitacoraR
           EXIT.

           *> Productividad por lector y ruta sobre la bitacora de las
           *> terminales, por la fecha en que se tomo la lectura: un
           *> dia (AAAAMMDD) o un mes entero (AAAAMM00). La relectura
           *> cargada cuenta como leida y como relectura.
           Generar-Productividad.
               MOVE LE-Fecha TO WS-Sel-Fecha
               IF WS-Sel-Fecha = 0 THEN
                   MOVE WS-Fecha-Hoy TO WS-Sel-Fecha
               END-IF
               MOVE 0 TO WS-Prod-Cant
               INITIALIZE WS-Prod-Totales
               OPEN INPUT BitacoraTerminal
               IF WS-File-StatusBit NOT = '00' THEN
                   MOVE "ERROR No hay cargas de terminales registradas"
                       TO LE-Mensaje
               ELSE
                   PERFORM UNTIL WS-FlagBit = 'Y'
                       READ BitacoraTerminal INTO BitacoraR
                           AT END
                               MOVE 'Y' TO WS-FlagBit
                           NOT AT END
                               PERFORM Seleccionar-Bitacora
                       END-READ
                   END-PERFORM
                   CLOSE BitacoraTerminal
                   MOVE 'N' TO WS-FlagBit
                   PERFORM Imprimir-Productividad
                   STRING "Productividad generada, lector/ruta: "
                       WS-Prod-Cant
                       DELIMITED BY SIZE INTO LE-Mensaje
                   END-STRING
               END-IF
           EXIT.

           Seleccionar-Bitacora.
               IF BT-Fecha = WS-Sel-Fecha-X OR
                  (WS-Sel-Fecha-X(7:2) = "00" AND
                   BT-Fecha(1:6) = WS-Sel-Fecha-X(1:6)) THEN
                   PERFORM Acumular-Productividad
               END-IF
           EXIT.

           Acumular-Productividad.
               MOVE 'N' TO WS-FlagEncontrado
               PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                       UNTIL WS-Prod-Idx > WS-Prod-Cant OR
                             WS-FlagEncontrado = 'Y'
                   IF WS-Prod-Lector(WS-Prod-Idx) = BT-Lector AND
                      WS-Prod-Ruta(WS-Prod-Idx) = BT-Ruta THEN
                       MOVE 'Y' TO WS-FlagEncontrado
                   END-IF
               END-PERFORM
               IF WS-FlagEncontrado = 'Y' THEN
                   SUBTRACT 1 FROM WS-Prod-Idx
               ELSE
                   IF WS-Prod-Cant < 300 THEN
                       ADD 1 TO WS-Prod-Cant
                       MOVE WS-Prod-Cant TO WS-Prod-Idx
                       INITIALIZE WS-Prod(WS-Prod-Idx)
                       MOVE BT-Lector TO WS-Prod-Lector(WS-Prod-Idx)
                       MOVE BT-Ruta TO WS-Prod-Ruta(WS-Prod-Idx)
                       MOVE 'Y' TO WS-FlagEncontrado
                   END-IF
               END-IF
               IF WS-FlagEncontrado = 'Y' THEN
                   EVALUATE BT-Resultado
                       WHEN "L"
                           ADD 1 TO WS-Prod-Leidos(WS-Prod-Idx)
                                    WS-Tot-Leidos
                       WHEN "R"
                           ADD 1 TO WS-Prod-Leidos(WS-Prod-Idx)
                                    WS-Prod-Releidos(WS-Prod-Idx)
                                    WS-Tot-Leidos WS-Tot-Releidos
                       WHEN "N"
                           ADD 1 TO WS-Prod-SinAcceso(WS-Prod-Idx)
                                    WS-Tot-SinAcceso
                       WHEN "F"
                           ADD 1 TO WS-Prod-Fuera(WS-Prod-Idx)
                                    WS-Tot-Fuera
                       WHEN "X"
                           ADD 1 TO WS-Prod-Rechazos(WS-Prod-Idx)
                                    WS-Tot-Rechazos
                   END-EVALUATE
               END-IF
           EXIT.

           Imprimir-Productividad.
               OPEN OUTPUT Productividad
               MOVE SPACES TO Productividad-R
               STRING "Productividad de lectores - " WS-Sel-Fecha-X
                   DELIMITED BY SIZE INTO Productividad-R
               END-STRING
               WRITE Productividad-R
               MOVE "Lector    |Ruta|Leidos|S/acc.|Fuera |Relect|Rech."
                   TO Productividad-R
               WRITE Productividad-R
               PERFORM VARYING WS-Prod-Idx FROM 1 BY 1
                       UNTIL WS-Prod-Idx > WS-Prod-Cant
                   MOVE SPACES TO Productividad-R
                   STRING WS-Prod-Lector(WS-Prod-Idx) "|"
                       WS-Prod-Ruta(WS-Prod-Idx) " |"
                       WS-Prod-Leidos(WS-Prod-Idx) " |"
                       WS-Prod-SinAcceso(WS-Prod-Idx) " |"
                       WS-Prod-Fuera(WS-Prod-Idx) " |"
                       WS-Prod-Releidos(WS-Prod-Idx) " |"
                       WS-Prod-Rechazos(WS-Prod-Idx)
                       DELIMITED BY SIZE INTO Productividad-R
                   END-STRING
                   WRITE Productividad-R
               END-PERFORM
               MOVE SPACES TO Productividad-R
               STRING "Totales        |" WS-Tot-Leidos "|"
                   WS-Tot-SinAcceso "|" WS-Tot-Fuera "|"
                   WS-Tot-Releidos "|" WS-Tot-Rechazos
                   DELIMITED BY SIZE INTO Productividad-R
               END-STRING
               WRITE Productividad-R
               CLOSE Productividad
           EXIT.
