       01 OperadorR.
           05 OP-Usuario            PIC X(10).
           05 OP-Clave              PIC X(10).
           05 OP-Permisos           PIC X(65).

       FD OpeTrabajo.
       01 OpeTrabajoR               PIC X(85).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 OP-Accion         PIC X(1).
               05 OP-Usuario-Ent    PIC X(10).
               05 OP-Clave-Ent      PIC X(10).
               05 OP-Permisos-Ent   PIC X(65).
               05 OP-Resultado      PIC X(1).
               05 OP-Permisos-Sal   PIC X(65).
               05 OP-Mensaje        PIC X(80).

       PROCEDURE DIVISION USING LK-Parametros.
           Armar-Permisos.
               IF OP-Permisos-Ent = "TODAS" THEN
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > 65
                       MOVE 'Y' TO OP-Permisos(WS-Idx:1)
                   END-PERFORM
               ELSE
                   *> Una posicion vacia o basura queda como permiso
                   *> denegado: lo no dicho explicitamente no se corre.
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > 65
                       IF OP-Permisos(WS-Idx:1) NOT = 'Y' THEN
                           MOVE 'N' TO OP-Permisos(WS-Idx:1)
                       END-IF
