      *    asignadas en un anio segun ASIGDOC.DAT y la cantidad de
      *    notas cargadas en NOTAS.DAT para cada una en ese anio, con
      *    el nombre del docente resuelto por RLEEDOCE y el de la
      *    materia por RLEEMATE. Graba el listado en LISTADOC.DAT.
      *    Cada materia se informa por comision: una asignacion con
      *    comision cuenta solo las notas de esa comision y una sin
      *    comision cubre todas las de la materia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-LISTADO.
           01  REG-LISTADO           PIC X(90).
       01  VECTOR-ASIGNACIONES           OCCURS 200 TIMES.
           05 vas-legajo                 PIC X(4).
           05 vas-nroMateria             PIC 99.
           05 vas-comision               PIC XX.
           05 vas-cont-notas             PIC 9(5)  COMP.
           05 vas-impresa                PIC X.

       01  LINEA-MATERIA-DOC.
           05 FILLER                     PIC X(6)  VALUE "      ".
           05 doc-nombrMate              PIC X(20).
           05 FILLER                     PIC X(6)  VALUE "  COM ".
           05 doc-comision               PIC XX.
           05 FILLER                     PIC X(18) VALUE
           "  NOTAS CARGADAS: ".
           05 doc-cont-notas             PIC ZZZZ9.
                   MOVE ASG-LEGAJO TO vas-legajo(wss-cont-asig)
                   MOVE ASG-NRO-MATERIA TO
                       vas-nroMateria(wss-cont-asig)
                   MOVE ASG-COMISION TO vas-comision(wss-cont-asig)
                   MOVE 0 TO vas-cont-notas(wss-cont-asig)
                   MOVE "N" TO vas-impresa(wss-cont-asig)
               END-IF
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > wss-cont-asig
                       IF vas-nroMateria(WS-IND) = NOT-NRO-MATERIA
                          AND (vas-comision(WS-IND) = SPACES
                           OR vas-comision(WS-IND) = NOT-COMISION)
                           ADD 1 TO vas-cont-notas(WS-IND)
                       END-IF
                   END-PERFORM
           ELSE
               MOVE "MATERIA NO ENCONTRADA" TO doc-nombrMate
           END-IF
           IF vas-comision(WS-IND-2) = SPACES
               MOVE "--" TO doc-comision
           ELSE
               MOVE vas-comision(WS-IND-2) TO doc-comision
           END-IF
           MOVE vas-cont-notas(WS-IND-2) TO doc-cont-notas
           DISPLAY LINEA-MATERIA-DOC
           WRITE REG-LISTADO FROM LINEA-MATERIA-DOC.
