               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLib.

           *> Descarga para las terminales portatiles, un archivo por
           *> ruta (DescargaRuta_<ruta>.DAT) en posiciones fijas: el
           *> punto en su orden de recorrido, el ultimo registro del
           *> dial y el registro minimo y maximo esperado, que la
           *> terminal controla al capturar y "Lecturas" al cargar.
           SELECT Descarga ASSIGN TO WS-Archivo-Descarga
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusDes.

           *> Consumo mensual por medidor de "Lecturas": el promedio
           *> de los ultimos doce meses da el avance esperado.
           SELECT LecturasMed ASSIGN TO 'LecturasMed.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusLms.

           *> Parque de medidores de "Inventario": el consumo
           *> historico esta multiplicado por la constante del
           *> aparato, el dial avanza el consumo dividido por ella.
           SELECT Inventario ASSIGN TO 'Inventario.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusInv.

           *> Porcentajes del promedio que definen el rango esperado
           *> y el avance maximo sin historia, en lineas clave=valor
           *> como Interrupciones.CFG.
           SELECT Config ASSIGN TO 'Terminales.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusCfg.

       DATA DIVISION.
       FILE SECTION.
       FD Suministros.
       FD Libro.
       01 Libro-R                   PIC X(132).

       FD Descarga.
       01 DescargaR.
           05 DS-Ruta               PIC X(3).
           05 DS-Secuencia          PIC 9(3).
           05 DS-Medidor            PIC X(10).
           05 DS-ID                 PIC 9(5).
           05 DS-Titular            PIC X(40).
           05 DS-Direccion          PIC X(40).
           *> Ultimo registro guardado en Medidores.DAT y su fecha.
           05 DS-Registro           PIC 9(5).
           05 DS-Reg-Fecha          PIC 9(8).
           *> Rango esperado del registro; con la vuelta del dial el
           *> minimo puede quedar mayor que el maximo (el rango pasa
           *> por 99999). DS-Control 'N': medidor sin registro
           *> guardado, se lee sin control de rango.
           05 DS-Minimo             PIC 9(5).
           05 DS-Maximo             PIC 9(5).
           05 DS-Control            PIC X(1).
           05 DS-Multiplicador      PIC 9(4).
           05 FILLER                PIC X(11).

       FD LecturasMed.
       01 LecturaMedR.
           05 LM-Medidor            PIC X(10).
           05 LM-Mes                PIC X(15).
           05 LM-Consumo            PIC 9(5).
           05 LM-Fecha              PIC 9(8).

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

       FD Config.
       01 Config-R                  PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-File-StatusSum     PIC XX.
               05 WS-File-StatusCIdx    PIC XX.
               05 WS-File-StatusMed     PIC XX.
               05 WS-File-StatusLib     PIC XX.
               05 WS-File-StatusDes     PIC XX.
               05 WS-File-StatusLms     PIC XX.
               05 WS-File-StatusInv     PIC XX.
               05 WS-File-StatusCfg     PIC XX.
           01 WS-Flags.
               05 WS-FlagOrd            PIC X(1) VALUE 'N'.
               05 WS-FlagMed            PIC X(1) VALUE 'N'.
               05 WS-FlagIndice         PIC X(1) VALUE 'N'.
               05 WS-FlagLms            PIC X(1) VALUE 'N'.
               05 WS-FlagInv            PIC X(1) VALUE 'N'.
               05 WS-FlagCfg            PIC X(1) VALUE 'N'.
               *> 'Y' mientras haya un archivo de descarga abierto.
               05 WS-FlagDescarga       PIC X(1) VALUE 'N'.
               *> 'Y' si el medidor en curso tiene registro guardado.
               05 WS-FlagRegistro       PIC X(1).
           01 WS-Fecha              PIC 9(8).
           01 WS-Archivo-Libro      PIC X(30).
           *> Ruta del corte de control en curso del libro.
           01 WS-Nombre             PIC X(40).
           01 WS-Direccion          PIC X(40).
           01 WS-Cant-Puntos        PIC 9(5) VALUE 0.
           01 WS-Archivo-Descarga   PIC X(30).
           01 WS-Cant-Archivos      PIC 9(3) VALUE 0.
           *> Rango esperado: el avance del dial va del RANGOMIN% al
           *> RANGOMAX% del consumo promedio de los ultimos doce
           *> meses dividido por la constante del aparato, con un
           *> margen minimo (MARGEN=) arriba; sin historia el avance
           *> va de cero a SINHISTORIA=.
           01 WS-Rango.
               05 WS-Rango-Min      PIC 9(3) VALUE 30.
               05 WS-Rango-Max      PIC 9(3) VALUE 250.
               05 WS-Rango-Margen   PIC 9(5) VALUE 20.
               05 WS-Sin-Historia   PIC 9(5) VALUE 2000.
           01 WS-Config-Clave       PIC X(15).
           01 WS-Config-Valor       PIC X(20).
           01 WS-Reg-Numero         PIC 9(5).
           01 WS-Reg-Fecha          PIC 9(8).
           01 WS-Hist-Desde         PIC 9(8).
           01 WS-Hist-Kwh           PIC 9(9).
           01 WS-Hist-Cant          PIC 9(3).
           01 WS-Multiplicador      PIC 9(4).
           01 WS-Avance-Min         PIC 9(7).
           01 WS-Avance-Max         PIC 9(7).
           01 WS-Reg-Esperado       PIC 9(7).

       LINKAGE SECTION.
           01 LK-Parametros.
               05 RT-Ruta           PIC X(3).
               05 RT-Cantidad       PIC 9(5).
               05 RT-Mensaje        PIC X(80).
               *> ' ' libro impreso, 'D' descarga para terminales
               *> portatiles (un archivo por ruta).
               05 RT-Formato        PIC X(1).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
                       RT-Mensaje
               ELSE
                   CLOSE Suministros
                   IF RT-Formato = "D" THEN
                       PERFORM Generar-Descarga
                   ELSE
                       PERFORM Generar-Libro
                   END-IF
               END-IF
           EXIT.

           Generar-Libro.
               MOVE 0 TO WS-Cant-Puntos
               SORT Work-FileS
                   ON ASCENDING KEY WK-Ruta WK-Secuencia
                   USING Suministros
                   MOVE 'N' TO WS-FlagMed
               END-IF
           EXIT.

           *> Descarga para las terminales: los mismos puntos y el
           *> mismo orden que el libro, un archivo por ruta (con corte
           *> de control cuando se piden todas).
           Generar-Descarga.
               MOVE 0 TO WS-Cant-Archivos WS-Cant-Puntos
               PERFORM Cargar-Configuracion
               COMPUTE WS-Hist-Desde = WS-Fecha - 10000
               SORT Work-FileS
                   ON ASCENDING KEY WK-Ruta WK-Secuencia
                   USING Suministros
                   GIVING SumOrdenado
               OPEN INPUT ClientesIDX
               IF WS-File-StatusCIdx = '00' THEN
                   MOVE 'Y' TO WS-FlagIndice
               END-IF
               OPEN INPUT SumOrdenado
               MOVE SPACES TO WS-Ruta-Corte
               PERFORM UNTIL WS-FlagOrd = 'Y'
                   READ SumOrdenado INTO SumOrdenadoR
                       AT END
                           MOVE 'Y' TO WS-FlagOrd
                       NOT AT END
                           PERFORM Descargar-Punto
                   END-READ
               END-PERFORM
               CLOSE SumOrdenado
               MOVE 'N' TO WS-FlagOrd
               IF WS-FlagDescarga = 'Y' THEN
                   CLOSE Descarga
                   MOVE 'N' TO WS-FlagDescarga
               END-IF
               IF WS-FlagIndice = 'Y' THEN
                   CLOSE ClientesIDX
               END-IF
               DELETE FILE SumOrdenado
               MOVE WS-Cant-Puntos TO RT-Cantidad
               STRING "Descarga generada, rutas: " WS-Cant-Archivos
                   ", puntos: " WS-Cant-Puntos
                   DELIMITED BY SIZE INTO RT-Mensaje
               END-STRING
           EXIT.

           Descargar-Punto.
               IF SO-Estado = 'A' AND SO-Ruta NOT = SPACES AND
                  (RT-Ruta = SPACES OR SO-Ruta = RT-Ruta) THEN
                   IF SO-Ruta NOT = WS-Ruta-Corte THEN
                       PERFORM Abrir-Descarga-Ruta
                   END-IF
                   PERFORM Escribir-Descarga
               END-IF
           EXIT.

           Abrir-Descarga-Ruta.
               IF WS-FlagDescarga = 'Y' THEN
                   CLOSE Descarga
               END-IF
               MOVE SO-Ruta TO WS-Ruta-Corte
               MOVE SPACES TO WS-Archivo-Descarga
               STRING "DescargaRuta_" SO-Ruta ".DAT"
                   DELIMITED BY SIZE INTO WS-Archivo-Descarga
               END-STRING
               OPEN OUTPUT Descarga
               MOVE 'Y' TO WS-FlagDescarga
               ADD 1 TO WS-Cant-Archivos
           EXIT.

           Escribir-Descarga.
               PERFORM Buscar-Titular
               PERFORM Buscar-Registro-Numerico
               MOVE SPACES TO DescargaR
               MOVE SO-Ruta TO DS-Ruta
               MOVE SO-Secuencia TO DS-Secuencia
               MOVE SO-Medidor TO DS-Medidor
               MOVE SO-ID TO DS-ID
               MOVE WS-Nombre TO DS-Titular
               MOVE WS-Direccion TO DS-Direccion
               MOVE WS-Reg-Numero TO DS-Registro
               MOVE WS-Reg-Fecha TO DS-Reg-Fecha
               PERFORM Buscar-Multiplicador
               MOVE WS-Multiplicador TO DS-Multiplicador
               IF WS-FlagRegistro = 'Y' THEN
                   PERFORM Calcular-Rango
                   MOVE "S" TO DS-Control
               ELSE
                   MOVE 0 TO DS-Minimo
                   MOVE 99999 TO DS-Maximo
                   MOVE "N" TO DS-Control
               END-IF
               WRITE DescargaR
               ADD 1 TO WS-Cant-Puntos
           EXIT.

           *> Mismo recorrido que Buscar-Ultimo-Registro pero con el
           *> registro numerico, que el libro imprime como texto.
           Buscar-Registro-Numerico.
               MOVE 'N' TO WS-FlagRegistro
               MOVE 0 TO WS-Reg-Numero WS-Reg-Fecha
               OPEN INPUT Medidores
               IF WS-File-StatusMed = '00' THEN
                   PERFORM UNTIL WS-FlagMed = 'Y'
                       READ Medidores INTO MedidorR
                           AT END
                               MOVE 'Y' TO WS-FlagMed
                           NOT AT END
                               IF MD-Medidor = SO-Medidor THEN
                                   MOVE 'Y' TO WS-FlagRegistro
                                   MOVE MD-Registro TO WS-Reg-Numero
                                   MOVE MD-Fecha TO WS-Reg-Fecha
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Medidores
                   MOVE 'N' TO WS-FlagMed
               END-IF
           EXIT.

           *> Constante del aparato instalado en el punto; sin ficha
           *> en el inventario vale 1, como en "Lecturas".
           Buscar-Multiplicador.
               MOVE 1 TO WS-Multiplicador
               OPEN INPUT Inventario
               IF WS-File-StatusInv = '00' THEN
                   PERFORM UNTIL WS-FlagInv = 'Y'
                       READ Inventario INTO InventarioR
                           AT END
                               MOVE 'Y' TO WS-FlagInv
                           NOT AT END
                               IF IV-Suministro = SO-Medidor AND
                                  IV-Ubicacion = 'I' AND
                                  IV-Multiplicador > 0 THEN
                                   MOVE IV-Multiplicador TO
                                       WS-Multiplicador
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Inventario
                   MOVE 'N' TO WS-FlagInv
               END-IF
           EXIT.

           *> Avance esperado del dial desde el ultimo registro, con
           *> la vuelta despues de 99999.
           Calcular-Rango.
               MOVE 0 TO WS-Hist-Kwh WS-Hist-Cant
               OPEN INPUT LecturasMed
               IF WS-File-StatusLms = '00' THEN
                   PERFORM UNTIL WS-FlagLms = 'Y'
                       READ LecturasMed INTO LecturaMedR
                           AT END
                               MOVE 'Y' TO WS-FlagLms
                           NOT AT END
                               IF LM-Medidor = SO-Medidor AND
                                  LM-Fecha >= WS-Hist-Desde AND
                                  WS-Hist-Cant < 999 THEN
                                   ADD LM-Consumo TO WS-Hist-Kwh
                                   ADD 1 TO WS-Hist-Cant
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LecturasMed
                   MOVE 'N' TO WS-FlagLms
               END-IF
               IF WS-Hist-Cant = 0 THEN
                   MOVE 0 TO WS-Avance-Min
                   MOVE WS-Sin-Historia TO WS-Avance-Max
               ELSE
                   COMPUTE WS-Avance-Min = WS-Hist-Kwh * WS-Rango-Min
                       / (WS-Hist-Cant * 100 * WS-Multiplicador)
                   COMPUTE WS-Avance-Max = WS-Hist-Kwh * WS-Rango-Max
                       / (WS-Hist-Cant * 100 * WS-Multiplicador)
                       + WS-Rango-Margen
               END-IF
               IF WS-Avance-Max > 99999 THEN
                   MOVE 99999 TO WS-Avance-Max
               END-IF
               COMPUTE WS-Reg-Esperado = WS-Reg-Numero + WS-Avance-Min
               IF WS-Reg-Esperado > 99999 THEN
                   SUBTRACT 100000 FROM WS-Reg-Esperado
               END-IF
               MOVE WS-Reg-Esperado TO DS-Minimo
               COMPUTE WS-Reg-Esperado = WS-Reg-Numero + WS-Avance-Max
               IF WS-Reg-Esperado > 99999 THEN
                   SUBTRACT 100000 FROM WS-Reg-Esperado
               END-IF
               MOVE WS-Reg-Esperado TO DS-Maximo
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
                   WHEN "RANGOMIN"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Rango-Min
                       END-IF
                   WHEN "RANGOMAX"
                       IF WS-Config-Valor(1:3) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:3) TO WS-Rango-Max
                       END-IF
                   WHEN "MARGEN"
                       IF WS-Config-Valor(1:5) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:5) TO
                               WS-Rango-Margen
                       END-IF
                   WHEN "SINHISTORIA"
                       IF WS-Config-Valor(1:5) IS NUMERIC THEN
                           MOVE WS-Config-Valor(1:5) TO
                               WS-Sin-Historia
                       END-IF
               END-EVALUATE
           EXIT.
