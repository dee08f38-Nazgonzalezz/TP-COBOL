      *    mantenimiento (modificar o dar de baja) y asigna docentes
      *    responsables a las materias por anio en ASIGDOC.DAT,
      *    validando la materia contra MATERIA.dat a traves de
      *    RLEEMATE. Cada acta que emitimos debe nombrar un docente.
      *    Si la materia tiene comisiones en COMISION.DAT la
      *    asignacion puede ser de una comision o, en blanco, de
      *    todas las comisiones de la materia.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-DOC.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 HOR-COMISION       PIC XX.

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

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin

       77  wss-nroMateria                PIC X(2).
       77  wss-anioAsig                  PIC 9(4).
       77  wss-comision                  PIC X(2).

       01  wss-fs-doc                    PIC X(2).
           88 wss-fs-doc-OK                        VALUE '00'.
           05 vho-dia                    PIC 9.
           05 vho-horaDesde              PIC 9(4).
           05 vho-horaHasta              PIC 9(4).
           05 vho-comision               PIC X(2).
       77  WS-IND-HOR                    PIC 9(3)  COMP.
       77  WS-IND-HO2                    PIC 9(3)  COMP.
       77  wss-cont-asig                 PIC 9(3)  COMP VALUE 0.
           05 vas-nroMateria             PIC X(2).
           05 vas-anio                   PIC 9(4).
           05 vas-legajo                 PIC X(4).
           05 vas-comision               PIC X(2).
       77  WS-IND-ASG                    PIC 9(3)  COMP.
       77  wss-hay-choque                PIC X     VALUE "N".

      * comisiones activas de COMISION.DAT: la asignacion puede ser
      * de una comision de la materia o de todas (en blanco)
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-legajo                 PIC X(4).
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-cont-com-materia          PIC 9(3)  COMP.

      * variables del mantenimiento
       77  wss-legajo-mant               PIC X(4).
       77  wss-accion-mant               PIC X.
       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR MATERIAS
       01  AREA-DE-COMMUNICATION-MAT.
                   15 retorn-num-d    PIC 9(3).
                   15 retorn-txt-d    PIC X(30).

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
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 0500-SELECCIONAR-MODO
           EVALUATE wss-modo
               WHEN 1
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           PERFORM 7050-CARGAR-HORARIOS
           PERFORM 7060-CARGAR-ASIG-EXISTENTES
           PERFORM 7070-CARGAR-COMISIONES

           OPEN EXTEND ARCH-ASG
           IF NOT wss-fs-asg-OK AND NOT wss-fs-asg-NOEXISTE then
               DISPLAY "el docente no existe o no esta activo, la "
                   "asignacion no se graba"
           ELSE
               PERFORM 7250-INGRESAR-COMISION
               PERFORM 7300-VERIFICAR-CHOQUE-HORARIO
               IF wss-hay-choque = "S"
                   DISPLAY "la asignacion no se graba por la "
               MOVE wss-nroMateria TO ASG-NRO-MATERIA
               MOVE wss-anioAsig   TO ASG-ANIO
               MOVE wss-legajo     TO ASG-LEGAJO
               MOVE wss-comision   TO ASG-COMISION
               WRITE REG-ASG
               IF NOT wss-fs-asg-OK then
                   display "error al escribir ASIGDOC.DAT"
                   STRING wss-nroMateria DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-legajo        DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-comision      DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
                           vas-nroMateria(wss-cont-asig)
                       MOVE wss-anioAsig TO vas-anio(wss-cont-asig)
                       MOVE wss-legajo TO vas-legajo(wss-cont-asig)
                       MOVE wss-comision TO
                           vas-comision(wss-cont-asig)
                   END-IF
               END-IF
               END-IF
                           vho-horaDesde(wss-cont-horarios)
                       MOVE HOR-HORA-HASTA TO
                           vho-horaHasta(wss-cont-horarios)
                       MOVE HOR-COMISION TO
                           vho-comision(wss-cont-horarios)
                   END-IF
                   READ ARCH-HOR AT END MOVE 1 TO flag
                   END-READ
                           vas-nroMateria(wss-cont-asig)
                       MOVE ASG-ANIO TO vas-anio(wss-cont-asig)
                       MOVE ASG-LEGAJO TO vas-legajo(wss-cont-asig)
                       MOVE ASG-COMISION TO
                           vas-comision(wss-cont-asig)
                   END-IF
                   READ ARCH-ASG AT END MOVE 1 TO flag
                   END-READ
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7070-CARGAR-COMISIONES.
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
                       MOVE COM-LEGAJO TO
                           vcm-legajo(wss-cont-comisiones)
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

      * con la materia abierta en comisiones se pide la comision; en
      * blanco la asignacion vale para todas. Si el maestro de
      * comisiones nombra otro docente a cargo se avisa
       7250-INGRESAR-COMISION.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-materia
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                   ADD 1 TO wss-cont-com-materia
                   DISPLAY "  COMISION " vcm-codigo(WS-IND-COM)
                       "  SEDE " vcm-sede(WS-IND-COM)
                       "  TURNO " vcm-turno(WS-IND-COM)
                       "  LEGAJO " vcm-legajo(WS-IND-COM)
               END-IF
           END-PERFORM
           IF wss-cont-com-materia > 0
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE LA COMISION (EN BLANCO: TODAS LAS "
                       "COMISIONES DE LA MATERIA)"
                   ACCEPT wss-comision
                   IF wss-comision = SPACES
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       PERFORM VARYING WS-IND-COM FROM 1 BY 1
                               UNTIL WS-IND-COM > wss-cont-comisiones
                               OR wss-dato-valido = "S"
                           IF vcm-nroMateria(WS-IND-COM) =
                                   wss-nroMateria
                               AND vcm-codigo(WS-IND-COM) =
                                   wss-comision
                               MOVE "S" TO wss-dato-valido
                               IF vcm-legajo(WS-IND-COM) NOT = SPACES
                                   AND vcm-legajo(WS-IND-COM) NOT =
                                       wss-legajo
                                   DISPLAY "ATENCION: el maestro de "
                                       "comisiones tiene a cargo el "
                                       "legajo " vcm-legajo(WS-IND-COM)
                               END-IF
                           END-IF
                       END-PERFORM
                       IF wss-dato-valido = "N"
                           DISPLAY "la comision no es de la materia, "
                               "reingrese"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * un mismo legajo no puede dictar dos materias cuyos horarios
                   UNTIL WS-IND-HOR > wss-cont-horarios
                   OR wss-hay-choque = "S"
               IF vho-nroMateria(WS-IND-HOR) = wss-nroMateria
                       AND (wss-comision = SPACES
                       OR vho-comision(WS-IND-HOR) = SPACES
                       OR vho-comision(WS-IND-HOR) = wss-comision)
                   PERFORM VARYING WS-IND-HO2 FROM 1 BY 1
                           UNTIL WS-IND-HO2 > wss-cont-horarios
                           OR wss-hay-choque = "S"
                       IF vho-nroMateria(WS-IND-HO2) =
                               vas-nroMateria(WS-IND-ASG)
                           AND (vas-comision(WS-IND-ASG) = SPACES
                           OR vho-comision(WS-IND-HO2) = SPACES
                           OR vho-comision(WS-IND-HO2) =
                               vas-comision(WS-IND-ASG))
                           AND vho-dia(WS-IND-HO2) =
                               vho-dia(WS-IND-HOR)
                           AND vho-horaDesde(WS-IND-HO2) <
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENDOCE" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENDOCE.
