       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertirOperadores AS "ConvertirOperadores".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Conversion por unica vez de Operadores.DAT al perfil de
           *> 65 posiciones: lee el registro viejo de 80 bytes (perfil
           *> de 60) y lo regraba con el de 85, dejando el original
           *> resguardado. Las posiciones nuevas quedan en N salvo en
           *> los perfiles completos (las 60 en Y, alta con TODAS),
           *> que siguen completos. Se llama al arranque, antes del
           *> ingreso: con el archivo viejo leido con el registro
           *> nuevo nadie mas que el primer operador podria entrar.
           SELECT OperadoresViejo ASSIGN TO 'Operadores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusVie.

           SELECT Resguardo ASSIGN TO 'OperadoresViejo.BAK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusRes.

           SELECT OperadoresNuevo ASSIGN TO 'OperadoresNuevo.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusNue.

           SELECT OperadoresFinal ASSIGN TO 'Operadores.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-File-StatusFin.

       DATA DIVISION.
       FILE SECTION.
       FD OperadoresViejo.
       01 OperadorViejoR.
           05 OV-Usuario            PIC X(10).
           05 OV-Clave              PIC X(10).
           05 OV-Permisos           PIC X(60).

       FD Resguardo.
       01 ResguardoR                PIC X(80).

       FD OperadoresNuevo.
       01 OperadorNuevoR.
           05 ON-Usuario            PIC X(10).
           05 ON-Clave              PIC X(10).
           05 ON-Permisos           PIC X(65).

       FD OperadoresFinal.
       01 OperadorFinalR            PIC X(85).

       WORKING-STORAGE SECTION.
           01 WS-File-StatusVie     PIC XX.
           01 WS-File-StatusRes     PIC XX.
           01 WS-File-StatusNue     PIC XX.
           01 WS-File-StatusFin     PIC XX.
           01 WS-FlagVie            PIC X(1) VALUE 'N'.
           01 WS-FlagNue            PIC X(1) VALUE 'N'.
           01 WS-Cant-Convertidos   PIC 9(5) VALUE 0.
           *> 'Y' si el archivo ya tiene el registro de 85; correr la
           *> conversion dos veces desarmaria los registros.
           01 WS-FlagConvertido     PIC X(1) VALUE 'N'.
           01 WS-Idx                PIC 9(2).
           01 WS-Cant-Y             PIC 9(2).

       LINKAGE SECTION.
           01 LK-Parametros.
               *> CO-Cantidad en cero y mensaje en blanco si no habia
               *> nada que convertir (sin archivo o ya convertido).
               05 CO-Cantidad       PIC 9(5).
               05 CO-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
       MAIN-PROCEDURE.
           PERFORM Procesar
       EXIT PROGRAM.

           Procesar.
               MOVE SPACES TO CO-Mensaje
               MOVE 0 TO CO-Cantidad WS-Cant-Convertidos
               OPEN INPUT OperadoresViejo
               IF WS-File-StatusVie = '00' THEN
                   PERFORM Detectar-Convertido
                   IF WS-FlagConvertido = 'Y' THEN
                       CLOSE OperadoresViejo
                   ELSE
                       PERFORM Convertir-Registros
                       PERFORM Reemplazar-Operadores
                       MOVE WS-Cant-Convertidos TO CO-Cantidad
                       STRING "Operadores.DAT convertido a 65 "
                           "posiciones: " WS-Cant-Convertidos
                           " (respaldo OperadoresViejo.BAK)"
                           DELIMITED BY SIZE INTO CO-Mensaje
                       END-STRING
                   END-IF
               END-IF
           EXIT.

           *> Leido con el registro nuevo de 85 bytes, en un archivo
           *> convertido el primer perfil termina en cinco Y/N; en uno
           *> todavia de 80, esas cinco posiciones caen sobre el
           *> usuario del segundo operador (o quedan en blanco si hay
           *> uno solo). El area del registro se blanquea antes de
           *> leer porque una lectura corta deja intacto lo anterior.
           *> Un archivo vacio no tiene nada que convertir.
           Detectar-Convertido.
               MOVE 'Y' TO WS-FlagConvertido
               OPEN INPUT OperadoresFinal
               IF WS-File-StatusFin = '00' THEN
                   MOVE SPACES TO OperadorFinalR
                   READ OperadoresFinal INTO OperadorNuevoR
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-Idx FROM 61 BY 1
                                   UNTIL WS-Idx > 65
                               IF ON-Permisos(WS-Idx:1) NOT = 'Y' AND
                                  ON-Permisos(WS-Idx:1) NOT = 'N' THEN
                                   MOVE 'N' TO WS-FlagConvertido
                               END-IF
                           END-PERFORM
                   END-READ
                   CLOSE OperadoresFinal
               END-IF
           EXIT.

           Convertir-Registros.
               OPEN OUTPUT Resguardo
               OPEN OUTPUT OperadoresNuevo
               PERFORM UNTIL WS-FlagVie = 'Y'
                   READ OperadoresViejo INTO OperadorViejoR
                       AT END
                           MOVE 'Y' TO WS-FlagVie
                       NOT AT END
                           MOVE OperadorViejoR TO ResguardoR
                           WRITE ResguardoR
                           PERFORM Armar-Registro
                           WRITE OperadorNuevoR
                           ADD 1 TO WS-Cant-Convertidos
                   END-READ
               END-PERFORM
               CLOSE OperadoresViejo
               CLOSE Resguardo
               CLOSE OperadoresNuevo
               MOVE 'N' TO WS-FlagVie
           EXIT.

           *> Un perfil completo (la cuenta BATCH del plan, los
           *> administradores) conserva todas las opciones; los
           *> acotados no ganan las opciones nuevas sin pedirlas.
           Armar-Registro.
               MOVE OV-Usuario TO ON-Usuario
               MOVE OV-Clave TO ON-Clave
               MOVE OV-Permisos TO ON-Permisos
               MOVE 0 TO WS-Cant-Y
               INSPECT OV-Permisos TALLYING WS-Cant-Y FOR ALL 'Y'
               IF WS-Cant-Y = 60 THEN
                   MOVE 'YYYYY' TO ON-Permisos(61:5)
               ELSE
                   MOVE 'NNNNN' TO ON-Permisos(61:5)
               END-IF
           EXIT.

           Reemplazar-Operadores.
               OPEN INPUT OperadoresNuevo
               OPEN OUTPUT OperadoresFinal
               PERFORM UNTIL WS-FlagNue = 'Y'
                   READ OperadoresNuevo INTO OperadorNuevoR
                       AT END
                           MOVE 'Y' TO WS-FlagNue
                       NOT AT END
                           MOVE OperadorNuevoR TO OperadorFinalR
                           WRITE OperadorFinalR
                   END-READ
               END-PERFORM
               CLOSE OperadoresNuevo
               CLOSE OperadoresFinal
               MOVE 'N' TO WS-FlagNue
               DELETE FILE OperadoresNuevo
           EXIT.
