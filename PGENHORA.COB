      *    traves de RLEEMATE y RLEESEDE. Rechaza dos materias en la
      *    misma aula de la misma sede con horas superpuestas el
      *    mismo dia, que es como cada cuatrimestre terminan dos
      *    cursos parados frente al mismo salon. El aula tiene que
      *    ser un aula activa de esa sede en el maestro AULAS.DAT
      *    (PGENAULA). Cuando el curso (materia, sede y turno) esta
      *    abierto en comisiones en COMISION.DAT el horario se graba
      *    con su comision.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-AUL         ASSIGN TO "AULAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aul.

       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 HOR-COMISION       PIC XX.

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

       FD  ARCH-COM.
           01  REG-COM.
                05 COM-NRO-MATERIA    PIC 99.
                05 COM-CODIGO         PIC X(2).
                05 COM-SEDE           PIC X(2).
                05 COM-TURNO          PIC X.
                05 COM-LEGAJO         PIC X(4).
                05 COM-AULA           PIC X(4).
                05 COM-CUPO           PIC 9(3).
                05 COM-ACTIVA         PIC X.
                    88 COMISION-ACTIVA        VALUE "S".
                05 ESPACIO-COM        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 wss-horaDesde      PIC 9(4).
                05 wss-horaHasta      PIC 9(4).
                05 wss-aula           PIC X(4).
                05 wss-comision       PIC XX      VALUE SPACES.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.

      * aulas activas del maestro AULAS.DAT
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
       77  WS-IND-AUL                    PIC 9(3)  COMP.
       77  wss-aula-en-maestro           PIC X     VALUE "N".

      * horarios ya grabados para detectar la superposicion de aula
       77  wss-cont-horarios             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-HORARIOS               OCCURS 300 TIMES.
           05 vho-horaDesde              PIC 9(4).
           05 vho-horaHasta              PIC 9(4).
           05 vho-aula                   PIC X(4).
           05 vho-comision               PIC X(2).
       77  WS-IND-HOR                    PIC 9(3)  COMP.
       77  wss-aula-ocupada              PIC X     VALUE "N".

      * comisiones activas de COMISION.DAT por materia/sede/turno
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-aula                   PIC X(4).
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-cont-com-curso            PIC 9(3)  COMP.

       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-HORARIO.
           05 FILLER                     PIC X(10) VALUE "  MATERIA ".
           05 lis-horaHasta              PIC 9(4).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lis-aula                   PIC X(4).
           05 FILLER                     PIC X(11) VALUE "  COMISION ".
           05 lis-comision               PIC X(2).

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR MATERIAS
       01  AREA-DE-COMMUNICATION-MAT.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE LA VENTANA BATCH
       01  AREA-DE-COMMUNICATION-VEN.
           05 DATOS-ENTRADA.
               10 OPCION-V            PIC 9.
               10 V-PROGRAMA          PIC X(8).
           05 DATOS-SALIDA.
               10 V-FECHA-INICIO      PIC 9(8).
               10 V-HORA-INICIO       PIC 9(8).
               10 V-PASO              PIC X(8).
               10 COMO-TERMINO.
                   15 retorn-num-v    PIC 9(3).
                   15 retorn-txt-v    PIC X(30).

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-HORARIOS-EXISTENTES
           PERFORM 0950-CARGAR-AULAS
           PERFORM 0970-CARGAR-COMISIONES
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-HORARIOS
                       MOVE HOR-HORA-HASTA TO
                           vho-horaHasta(wss-cont-horarios)
                       MOVE HOR-AULA TO vho-aula(wss-cont-horarios)
                       MOVE HOR-COMISION TO
                           vho-comision(wss-cont-horarios)
                   END-IF
                   READ ARCH-HOR AT END MOVE 1 TO flag
                   END-READ
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * solo las aulas activas; una dada de baja ya no recibe horarios
       0950-CARGAR-AULAS.
           OPEN INPUT ARCH-AUL
           IF wss-fs-aul-OK
               MOVE 0 TO flag
               READ ARCH-AUL AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF AULA-ACTIVA AND wss-cont-aulas < 500
                       ADD 1 TO wss-cont-aulas
                       MOVE AUL-SEDE      TO vau-sede(wss-cont-aulas)
                       MOVE AUL-CODIGO    TO vau-codigo(wss-cont-aulas)
                   END-IF
                   READ ARCH-AUL AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUL
           ELSE
               CLOSE ARCH-AUL
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * solo las comisiones activas; sin COMISION.DAT los horarios se
      * graban sin comision como siempre
       0970-CARGAR-COMISIONES.
           OPEN INPUT ARCH-COM
           IF wss-fs-com-OK
               MOVE 0 TO flag
               READ ARCH-COM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF COMISION-ACTIVA AND wss-cont-comisiones < 500
                       ADD 1 TO wss-cont-comisiones
                       MOVE COM-NRO-MATERIA TO
                           vcm-nroMateria(wss-cont-comisiones)
                       MOVE COM-CODIGO TO
                           vcm-codigo(wss-cont-comisiones)
                       MOVE COM-SEDE  TO vcm-sede(wss-cont-comisiones)
                       MOVE COM-TURNO TO
                           vcm-turno(wss-cont-comisiones)
                       MOVE COM-AULA  TO vcm-aula(wss-cont-comisiones)
                   END-IF
                   READ ARCH-COM AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-COM
           ELSE
               CLOSE ARCH-COM
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-DE-HORARIOS.
           IF wss-cont-aulas = 0
               DISPLAY "no hay aulas activas en AULAS.DAT, carguelas "
                   "primero con PGENAULA"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
               ELSE
                   PERFORM 2100-INGRESAR-SEDE-VALIDADA
                   PERFORM 2200-INGRESAR-TURNO
                   PERFORM 2250-INGRESAR-COMISION
                   PERFORM 2300-INGRESAR-DIA-Y-HORAS
                   PERFORM 2400-INGRESAR-AULA
                   PERFORM 2500-VERIFICAR-AULA-LIBRE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * con el curso abierto en comisiones el horario es de una de
      * ellas: con una sola se toma sola, con varias se pide; sin
      * comisiones el horario queda sin comision
       2250-INGRESAR-COMISION.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-curso
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                       AND vcm-sede(WS-IND-COM) = wss-sede
                       AND vcm-turno(WS-IND-COM) = wss-turno
                   ADD 1 TO wss-cont-com-curso
                   MOVE vcm-codigo(WS-IND-COM) TO wss-comision
                   DISPLAY "  COMISION " vcm-codigo(WS-IND-COM)
                       "  AULA " vcm-aula(WS-IND-COM)
               END-IF
           END-PERFORM
           IF wss-cont-com-curso > 1
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE LA COMISION DEL HORARIO"
                   ACCEPT wss-comision
                   PERFORM VARYING WS-IND-COM FROM 1 BY 1
                           UNTIL WS-IND-COM > wss-cont-comisiones
                           OR wss-dato-valido = "S"
                       IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                               AND vcm-sede(WS-IND-COM) = wss-sede
                               AND vcm-turno(WS-IND-COM) = wss-turno
                               AND vcm-codigo(WS-IND-COM) =
                                   wss-comision
                           MOVE "S" TO wss-dato-valido
                       END-IF
                   END-PERFORM
                   IF wss-dato-valido = "N"
                       DISPLAY "la comision no es del curso, reingrese"
                   END-IF
               END-PERFORM
           ELSE
               IF wss-cont-com-curso = 1
                   DISPLAY "el horario queda en la comision "
                       wss-comision
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2300-INGRESAR-DIA-Y-HORAS.
               IF wss-aula = SPACES
                   DISPLAY "error el aula no puede quedar en blanco"
               ELSE
                   MOVE "N" TO wss-aula-en-maestro
                   PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                           UNTIL WS-IND-AUL > wss-cont-aulas
                           OR wss-aula-en-maestro = "S"
                       IF vau-sede(WS-IND-AUL) = wss-sede
                               AND vau-codigo(WS-IND-AUL) = wss-aula
                           MOVE "S" TO wss-aula-en-maestro
                       END-IF
                   END-PERFORM
                   IF wss-aula-en-maestro = "S"
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "el aula " wss-aula " no es un aula "
                           "activa de la sede " wss-sede " en "
                           "AULAS.DAT, reingrese"
                   END-IF
               END-IF
           END-PERFORM.

               MOVE wss-horaDesde TO vho-horaDesde(wss-cont-horarios)
               MOVE wss-horaHasta TO vho-horaHasta(wss-cont-horarios)
               MOVE wss-aula TO vho-aula(wss-cont-horarios)
               MOVE wss-comision TO vho-comision(wss-cont-horarios)
           END-IF
           MOVE SPACES TO aud-clave
           STRING wss-nroMateria DELIMITED BY SIZE
                   MOVE vho-horaDesde(WS-IND-HOR)  TO lis-horaDesde
                   MOVE vho-horaHasta(WS-IND-HOR)  TO lis-horaHasta
                   MOVE vho-aula(WS-IND-HOR)       TO lis-aula
                   MOVE vho-comision(WS-IND-HOR)   TO lis-comision
                   DISPLAY LINEA-HORARIO
               END-PERFORM
           END-IF.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENHORA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENHORA.
