      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Listado semanal de ocupacion de aulas para planificar
      *    el espacio del anio siguiente: cruza el maestro AULAS.DAT
      *    con HORARIOS.DAT y para cada aula activa (de una sede o de
      *    todas) muestra las horas ocupadas por dia y turno, el
      *    total de la semana y el porcentaje de uso contra la franja
      *    disponible de cada turno de lunes a sabado; al pie van las
      *    aulas que quedan vacias toda la semana y los horarios que
      *    todavia apuntan a un aula que no esta en el maestro. Graba
      *    el listado en OCUPAULA.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLISAULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-AUL         ASSIGN TO "AULAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aul.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-LISTADO     ASSIGN TO "OCUPAULA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-AUL.
           01  REG-AUL.
                05 AUL-SEDE           PIC X(2).
                05 AUL-CODIGO         PIC X(4).
                05 AUL-DESCRIP        PIC X(20).
                05 AUL-CAPACIDAD      PIC 9(3).
                05 AUL-TIPO           PIC X.
                05 AUL-ACTIVA         PIC X.
                    88 AULA-ACTIVA            VALUE "S".
                05 ESPACIO-AUL        PIC XX.

       FD  ARCH-HOR.
           01  REG-HOR.
                05 HOR-NRO-MATERIA    PIC 99.
                05 HOR-SEDE           PIC X(2).
                05 HOR-TURNO          PIC X.
                05 HOR-DIA            PIC 9.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 ESPACIO-HOR        PIC XX.

       FD  ARCH-LISTADO.
           01  REG-LISTADO           PIC X(90).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-sede                      PIC X(2).

       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

      * franja disponible de cada turno (manana 8 a 13, tarde 13 a
      * 18, noche 18 a 23) por los seis dias habiles de la semana
       77  wss-minutos-turno             PIC 9(4)  COMP VALUE 1800.
       77  wss-minutos-semana            PIC 9(5)  COMP VALUE 5400.

      * aulas activas con los minutos ocupados por turno y dia
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
           05 vau-descrip                PIC X(20).
           05 vau-capacidad              PIC 9(3).
           05 vau-tipo                   PIC X.
           05 vau-total                  PIC 9(5)  COMP.
           05 vau-turnos                 OCCURS 3 TIMES.
               10 vau-minutos            PIC 9(5)  COMP
                                         OCCURS 7 TIMES.
       77  WS-IND-AUL                    PIC 9(3)  COMP.
       77  wss-indAula                   PIC 9(3)  COMP.
       77  WS-IND-TUR                    PIC 9     COMP.
       77  WS-IND-DIA                    PIC 9     COMP.

      * horarios cuya aula no esta en el maestro
       77  wss-cont-huerfanos            PIC 9(3)  COMP VALUE 0.
       01  VECTOR-HUERFANOS              OCCURS 100 TIMES.
           05 vhu-nroMateria             PIC 99.
           05 vhu-sede                   PIC X(2).
           05 vhu-aula                   PIC X(4).
       77  WS-IND-HUE                    PIC 9(3)  COMP.

       77  wss-minDesde                  PIC 9(5)  COMP.
       77  wss-minHasta                  PIC 9(5)  COMP.
       77  wss-minTurno                  PIC 9(5)  COMP.
       01  wss-hhmm                      PIC 9(4).
       01  FILLER REDEFINES wss-hhmm.
           05 wss-hh                     PIC 99.
           05 wss-mm                     PIC 99.
       77  wss-cont-vacias               PIC 9(3)  COMP VALUE 0.
       01  wss-turnos-letras             PIC X(3)  VALUE "MTN".
       01  FILLER REDEFINES wss-turnos-letras.
           05 wss-letra-turno            PIC X     OCCURS 3 TIMES.

       01  LINEA-TITULO.
           05 FILLER                     PIC X(50) VALUE
           "  OCUPACION SEMANAL DE AULAS (HORAS POR DIA/TURNO)".

       01  LINEA-AULA.
           05 FILLER                     PIC X(5)  VALUE "SEDE ".
           05 lau-sede                   PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lau-codigo                 PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lau-descrip                PIC X(20).
           05 FILLER                     PIC X(7)  VALUE "  TIPO ".
           05 lau-tipo                   PIC X.
           05 FILLER                     PIC X(7)  VALUE "  CAP. ".
           05 lau-capacidad              PIC ZZ9.

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(50) VALUE
           "  TURNO   LUN   MAR   MIE   JUE   VIE   SAB   DOM".
           05 FILLER                     PIC X(14) VALUE
           "   TOTAL  USO%".

       01  LINEA-TURNO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 ltu-turno                  PIC X.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ltu-dias                   OCCURS 7 TIMES.
               10 FILLER                 PIC X(2).
               10 ltu-horas              PIC Z9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ltu-total                  PIC ZZ9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ltu-uso                    PIC ZZ9.9.

       01  LINEA-TOTAL-AULA.
           05 FILLER                     PIC X(53) VALUE
           "      TOTAL DE LA SEMANA (HORAS / USO%):".
           05 lta-total                  PIC ZZ9.9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lta-uso                    PIC ZZ9.9.

       01  LINEA-VACIA.
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lva-sede                   PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lva-codigo                 PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lva-descrip                PIC X(20).
           05 FILLER                     PIC X(7)  VALUE "  CAP. ".
           05 lva-capacidad              PIC ZZ9.

       01  LINEA-HUERFANO.
           05 FILLER                     PIC X(10) VALUE "  MATERIA ".
           05 lhu-nroMateria             PIC 99.
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lhu-sede                   PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lhu-aula                   PIC X(4).

       77  wss-horas                     PIC 9(3)V9.
       77  wss-uso                       PIC 9(3)V9.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 1000-INGRESAR-SEDE
           PERFORM 2000-CARGAR-AULAS
           IF wss-cont-aulas = 0
               DISPLAY "no hay aulas activas en AULAS.DAT para lo "
                   "pedido"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3000-SUMAR-HORARIOS
           PERFORM 4000-IMPRIMIR-LISTADO
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-INGRESAR-SEDE.
           DISPLAY "INGRESE LA SEDE A LISTAR (** PARA TODAS)"
           ACCEPT wss-sede.

      *-----------------------------------------------------------------

       2000-CARGAR-AULAS.
           OPEN INPUT ARCH-AUL
           IF wss-fs-aul-OK
               MOVE "N" TO flag
               READ ARCH-AUL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF AULA-ACTIVA AND wss-cont-aulas < 500
                           AND (wss-sede = "**" OR AUL-SEDE = wss-sede)
                       ADD 1 TO wss-cont-aulas
                       INITIALIZE VECTOR-AULAS(wss-cont-aulas)
                       MOVE AUL-SEDE      TO vau-sede(wss-cont-aulas)
                       MOVE AUL-CODIGO    TO vau-codigo(wss-cont-aulas)
                       MOVE AUL-DESCRIP   TO
                           vau-descrip(wss-cont-aulas)
                       MOVE AUL-CAPACIDAD TO
                           vau-capacidad(wss-cont-aulas)
                       MOVE AUL-TIPO      TO vau-tipo(wss-cont-aulas)
                   END-IF
                   READ ARCH-AUL AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUL
           ELSE
               CLOSE ARCH-AUL
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * cada horario suma sus minutos en la celda de su aula, turno y
      * dia; las horas vienen en HHMM
       3000-SUMAR-HORARIOS.
           OPEN INPUT ARCH-HOR
           IF NOT wss-fs-hor-OK then
               display "no hay horarios cargados (HORARIOS.DAT), "
                   "todas las aulas quedan vacias"
               CLOSE ARCH-HOR
           ELSE
               READ ARCH-HOR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-sede = "**" OR HOR-SEDE = wss-sede
                       PERFORM 3100-SUMAR-UN-HORARIO
                   END-IF
                   READ ARCH-HOR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HOR
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3100-SUMAR-UN-HORARIO.
           MOVE 0 TO wss-indAula
           PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                   UNTIL WS-IND-AUL > wss-cont-aulas
                   OR wss-indAula > 0
               IF vau-sede(WS-IND-AUL) = HOR-SEDE
                       AND vau-codigo(WS-IND-AUL) = HOR-AULA
                   MOVE WS-IND-AUL TO wss-indAula
               END-IF
           END-PERFORM
           IF wss-indAula = 0
               IF wss-cont-huerfanos < 100
                   ADD 1 TO wss-cont-huerfanos
                   MOVE HOR-NRO-MATERIA TO
                       vhu-nroMateria(wss-cont-huerfanos)
                   MOVE HOR-SEDE TO vhu-sede(wss-cont-huerfanos)
                   MOVE HOR-AULA TO vhu-aula(wss-cont-huerfanos)
               END-IF
           ELSE
               EVALUATE HOR-TURNO
                   WHEN "M" MOVE 1 TO WS-IND-TUR
                   WHEN "T" MOVE 2 TO WS-IND-TUR
                   WHEN OTHER MOVE 3 TO WS-IND-TUR
               END-EVALUATE
               MOVE HOR-HORA-DESDE TO wss-hhmm
               COMPUTE wss-minDesde = wss-hh * 60 + wss-mm
               MOVE HOR-HORA-HASTA TO wss-hhmm
               COMPUTE wss-minHasta = wss-hh * 60 + wss-mm
               IF wss-minHasta > wss-minDesde
                       AND HOR-DIA >= 1 AND HOR-DIA <= 7
                   ADD wss-minHasta TO
                       vau-minutos(wss-indAula, WS-IND-TUR, HOR-DIA)
                   SUBTRACT wss-minDesde FROM
                       vau-minutos(wss-indAula, WS-IND-TUR, HOR-DIA)
                   ADD wss-minHasta TO vau-total(wss-indAula)
                   SUBTRACT wss-minDesde FROM vau-total(wss-indAula)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo OCUPAULA.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LISTADO FROM LINEA-TITULO
           WRITE REG-LISTADO FROM SPACES
           PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                   UNTIL WS-IND-AUL > wss-cont-aulas
               IF vau-total(WS-IND-AUL) > 0
                   PERFORM 4100-IMPRIMIR-UN-AULA
               ELSE
                   ADD 1 TO wss-cont-vacias
               END-IF
           END-PERFORM

           WRITE REG-LISTADO FROM
               "AULAS SIN USO EN LA SEMANA:"
           IF wss-cont-vacias = 0
               WRITE REG-LISTADO FROM "  (ninguna)"
           END-IF
           PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                   UNTIL WS-IND-AUL > wss-cont-aulas
               IF vau-total(WS-IND-AUL) = 0
                   MOVE vau-sede(WS-IND-AUL)      TO lva-sede
                   MOVE vau-codigo(WS-IND-AUL)    TO lva-codigo
                   MOVE vau-descrip(WS-IND-AUL)   TO lva-descrip
                   MOVE vau-capacidad(WS-IND-AUL) TO lva-capacidad
                   WRITE REG-LISTADO FROM LINEA-VACIA
               END-IF
           END-PERFORM

           IF wss-cont-huerfanos > 0
               WRITE REG-LISTADO FROM SPACES
               WRITE REG-LISTADO FROM
                   "HORARIOS EN AULAS QUE NO ESTAN EN EL MAESTRO:"
               PERFORM VARYING WS-IND-HUE FROM 1 BY 1
                       UNTIL WS-IND-HUE > wss-cont-huerfanos
                   MOVE vhu-nroMateria(WS-IND-HUE) TO lhu-nroMateria
                   MOVE vhu-sede(WS-IND-HUE)       TO lhu-sede
                   MOVE vhu-aula(WS-IND-HUE)       TO lhu-aula
                   WRITE REG-LISTADO FROM LINEA-HUERFANO
               END-PERFORM
           END-IF
           CLOSE ARCH-LISTADO
           DISPLAY "*** LISTADO DE OCUPACION GRABADO EN OCUPAULA.DAT "
               "***"
           DISPLAY "aulas: " wss-cont-aulas
               "  sin uso: " wss-cont-vacias.

      *-----------------------------------------------------------------

       4100-IMPRIMIR-UN-AULA.
           MOVE vau-sede(WS-IND-AUL)      TO lau-sede
           MOVE vau-codigo(WS-IND-AUL)    TO lau-codigo
           MOVE vau-descrip(WS-IND-AUL)   TO lau-descrip
           MOVE vau-tipo(WS-IND-AUL)      TO lau-tipo
           MOVE vau-capacidad(WS-IND-AUL) TO lau-capacidad
           WRITE REG-LISTADO FROM LINEA-AULA
           WRITE REG-LISTADO FROM LINEA-COLUMNAS
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                   UNTIL WS-IND-TUR > 3
               MOVE SPACES TO LINEA-TURNO
               MOVE wss-letra-turno(WS-IND-TUR) TO ltu-turno
               MOVE 0 TO wss-minTurno
               PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                       UNTIL WS-IND-DIA > 7
                   COMPUTE wss-horas ROUNDED =
                       vau-minutos(WS-IND-AUL, WS-IND-TUR, WS-IND-DIA)
                       / 60
                   MOVE wss-horas TO ltu-horas(WS-IND-DIA)
                   ADD vau-minutos(WS-IND-AUL, WS-IND-TUR, WS-IND-DIA)
                       TO wss-minTurno
               END-PERFORM
               COMPUTE wss-horas ROUNDED = wss-minTurno / 60
               MOVE wss-horas TO ltu-total
               COMPUTE wss-uso ROUNDED =
                   wss-minTurno * 100 / wss-minutos-turno
               MOVE wss-uso TO ltu-uso
               WRITE REG-LISTADO FROM LINEA-TURNO
           END-PERFORM
           COMPUTE wss-horas ROUNDED = vau-total(WS-IND-AUL) / 60
           MOVE wss-horas TO lta-total
           COMPUTE wss-uso ROUNDED =
               vau-total(WS-IND-AUL) * 100 / wss-minutos-semana
           MOVE wss-uso TO lta-uso
           WRITE REG-LISTADO FROM LINEA-TOTAL-AULA
           WRITE REG-LISTADO FROM SPACES.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------
       END PROGRAM PLISAULA.
