      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Libro de temas: genera el archivo "LIBROTEM.DAT" con
      *    cada clase que dio un docente (legajo titular, fecha,
      *    materia, sede/turno, tema dictado y legajo del suplente
      *    cuando la dio otro). Solo se acepta una fecha que no sea
      *    futura, que no sea feriado ni dia sin clases del
      *    calendario academico, de una materia que el docente tiene
      *    asignada ese anio en ASIGDOC.DAT y en la que HORARIOS.DAT
      *    tiene clase ese dia de la semana en la sede y turno; los
      *    minutos de la clase salen de las bandas del horario de ese
      *    dia. Una misma clase no se registra dos veces. PCONLTEM
      *    concilia el libro contra el horario y le pasa a PLIQDOCE
      *    las horas efectivamente dictadas.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENLTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-LTE         ASSIGN TO "LIBROTEM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lte.

       SELECT OPTIONAL ARCH-ASG         ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LTE.
           01  REG-LTE.
                05 LTE-LEGAJO         PIC X(4).
                05 LTE-FECHA          PIC 9(8).
                05 LTE-NRO-MATERIA    PIC 99.
                05 LTE-SEDE           PIC X(2).
                05 LTE-TURNO          PIC X.
                05 LTE-MINUTOS        PIC 9(3).
                05 LTE-TEMA           PIC X(40).
                05 LTE-SUPLENTE       PIC X(4).
                05 LTE-FECHA-CARGA    PIC 9(8).
                05 ESPACIO-LTE        PIC XX.

       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ESPACIO-ASG        PIC XX.

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

       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-FERIADO            VALUE "F".
                    88 CAL-SIN-CLASES         VALUE "N".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-usuario        PIC X(20).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-clave          PIC X(20).

       FD  ARCH-SES.
           01  REG-SES.
                05 SES-USUARIO        PIC X(20).
                05 SES-ROL            PIC X.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-fechaHoy                  PIC 9(8).

       01  WSS-REG-LTE.
                05 wss-legajo         PIC X(4).
                05 wss-fecha          PIC 9(8).
                05 wss-nroMateria     PIC 99.
                05 wss-sede           PIC X(2).
                05 wss-turno          PIC X.
                05 wss-minutos        PIC 9(3).
                05 wss-tema           PIC X(40).
                05 wss-suplente       PIC X(4).
                05 wss-fechaCarga     PIC 9(8).
                05 wss-espacio        PIC XX      VALUE SPACES.

       01  wss-fs-lte                    PIC X(2).
           88 wss-fs-lte-OK                        VALUE '00'.
           88 wss-fs-lte-NOEXISTE                  VALUE '05'.
           88 wss-fs-lte-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-asg                    PIC X(2).
           88 wss-fs-asg-OK                        VALUE '00'.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * manejo de archivo ocupado por otro operador
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * asignaciones de ASIGDOC.DAT para validar la materia del
      * docente en el anio de la clase
       77  wss-cont-asignaciones         PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIGNACIONES           OCCURS 500 TIMES.
           05 vas-nroMateria             PIC 99.
           05 vas-anio                   PIC 9(4).
           05 vas-legajo                 PIC X(4).
       77  WS-IND-ASG                    PIC 9(3)  COMP.

      * bandas del horario de cursada con sus minutos
       77  wss-cont-horarios             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-HORARIOS               OCCURS 300 TIMES.
           05 vho-nroMateria             PIC 99.
           05 vho-sede                   PIC X(2).
           05 vho-turno                  PIC X.
           05 vho-dia                    PIC 9.
           05 vho-minutos                PIC 9(3)  COMP.
       77  WS-IND-HOR                    PIC 9(3)  COMP.

      * feriados y dias sin clases del calendario academico
       77  wss-cont-noclase              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-NOCLASE                OCCURS 100 TIMES.
           05 vnc-fechaDesde             PIC 9(8).
           05 vnc-fechaHasta             PIC 9(8).
       77  WS-IND-NOC                    PIC 9(3)  COMP.

       01  wss-hhmm                      PIC 9(4).
       01  FILLER REDEFINES wss-hhmm.
           05 wss-hh                     PIC 99.
           05 wss-mm                     PIC 99.
       77  wss-minDesde                  PIC 9(5)  COMP.
       77  wss-minHasta                  PIC 9(5)  COMP.
       77  wss-diaSemana                 PIC 9.
       77  aux                           PIC 9(5)  COMP.
       77  resto                         PIC 9     COMP.

       01  RUTINAS.
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR DOCENTES
       01  AREA-DE-COMMUNICATION-DOC.
           05 DATOS-ENTRADA.
               10 OPCION-D            PIC 9.
               10 DOC-NUM-DAT-BUSCAR  PIC X(4).
           05 DATOS-SALIDA.
               10 DESCRIPCION-DOC     PIC X(23).
               10 ESTADO-DATO-DOC     PIC X.
               10 COMO-TERMINO.
                   15 retorn-num-d    PIC 9(3).
                   15 retorn-txt-d    PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR MATERIAS
       01  AREA-DE-COMMUNICATION-MAT.
           05 DATOS-ENTRADA.
               10 OPCION-M            PIC 9.
               10 MAT-NUM-DAT-BUSCAR  PIC XX.
           05 DATOS-SALIDA.
               10 DESCRIPCION-MAT     PIC X(20).
               10 CARGA-HORARIA-MAT   PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
       01  AREA-DE-COMMUNICATION-FECH.
           05 DATOS-ENTRADA-A-LA-RUTINA.
               10 OPCION-F            PIC 9.
               10 FECHA.
                   15 diaa            PIC 99.
                   15 mess            PIC 99.
                   15 anioo           PIC 9(4).
               10 FECHA2.
                   15 diaa2           PIC 99.
                   15 mess2           PIC 99.
                   15 anioo2          PIC 9(4).
           05 DATOS-SALIDA-DE-LA-RUTINA.
               10 ANIO-VALIDADO       PIC 9(4).
               10 MES-VALIDADO        PIC 99.
               10 FECHA-FORMATOO1     PIC X(8).
               10 FECHA-FORMATOO2     PIC X(8).
               10 FECHA-FORMATOO3     PIC X(10).
               10 FECHA-FORMATOO4     PIC X(10).
               10 FECHA-FORMATOO5     PIC X(35).
               10 DIF-DIAS            PIC 9(5).
               10 DIF-MESES           PIC 9(4).
               10 DIF-ANIOS           PIC 9(3).
               10 EDAD-ANIOS          PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

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
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           PERFORM 0600-CARGAR-ASIGNACIONES
           PERFORM 0700-CARGAR-HORARIOS
           PERFORM 0800-CARGAR-CALENDARIO
           IF wss-cont-horarios = 0
               DISPLAY "no hay horarios de cursada cargados "
                   "(HORARIOS.DAT), no se pueden registrar clases"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE SPACES TO wss-legajo
           PERFORM 2000-CARGAR-UNA-CLASE
               UNTIL wss-legajo = "FFFF"
           CLOSE ARCH-AUDIT
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0600-CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASG
           IF wss-fs-asg-OK
               MOVE 0 TO flag
               READ ARCH-ASG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-asignaciones < 500
                       ADD 1 TO wss-cont-asignaciones
                       MOVE ASG-NRO-MATERIA TO
                           vas-nroMateria(wss-cont-asignaciones)
                       MOVE ASG-ANIO TO
                           vas-anio(wss-cont-asignaciones)
                       MOVE ASG-LEGAJO TO
                           vas-legajo(wss-cont-asignaciones)
                   END-IF
                   READ ARCH-ASG AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASG
           ELSE
               CLOSE ARCH-ASG
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * las horas vienen en HHMM; cada banda se guarda en minutos
       0700-CARGAR-HORARIOS.
           OPEN INPUT ARCH-HOR
           IF wss-fs-hor-OK
               MOVE 0 TO flag
               READ ARCH-HOR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-horarios < 300
                       ADD 1 TO wss-cont-horarios
                       MOVE HOR-NRO-MATERIA TO
                           vho-nroMateria(wss-cont-horarios)
                       MOVE HOR-SEDE  TO vho-sede(wss-cont-horarios)
                       MOVE HOR-TURNO TO vho-turno(wss-cont-horarios)
                       MOVE HOR-DIA   TO vho-dia(wss-cont-horarios)
                       MOVE HOR-HORA-DESDE TO wss-hhmm
                       COMPUTE wss-minDesde = wss-hh * 60 + wss-mm
                       MOVE HOR-HORA-HASTA TO wss-hhmm
                       COMPUTE wss-minHasta = wss-hh * 60 + wss-mm
                       IF wss-minHasta > wss-minDesde
                           COMPUTE vho-minutos(wss-cont-horarios) =
                               wss-minHasta - wss-minDesde
                       ELSE
                           MOVE 0 TO vho-minutos(wss-cont-horarios)
                       END-IF
                   END-IF
                   READ ARCH-HOR AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HOR
           ELSE
               CLOSE ARCH-HOR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       0800-CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               MOVE 0 TO flag
               READ ARCH-CAL AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF (CAL-FERIADO OR CAL-SIN-CLASES)
                           AND wss-cont-noclase < 100
                       ADD 1 TO wss-cont-noclase
                       MOVE CAL-FECHA-DESDE TO
                           vnc-fechaDesde(wss-cont-noclase)
                       MOVE CAL-FECHA-HASTA TO
                           vnc-fechaHasta(wss-cont-noclase)
                   END-IF
                   READ ARCH-CAL AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAL
           ELSE
               CLOSE ARCH-CAL
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       2000-CARGAR-UNA-CLASE.
           DISPLAY "INGRESE EL LEGAJO DEL DOCENTE TITULAR (FFFF PARA "
               "TERMINAR)"
           ACCEPT wss-legajo
           IF wss-legajo NOT = "FFFF"
               INITIALIZE AREA-DE-COMMUNICATION-DOC
               MOVE 4 TO OPCION-D
               MOVE wss-legajo TO DOC-NUM-DAT-BUSCAR
               CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
               IF retorn-num-d NOT = 0
                   DISPLAY "el docente no existe o no esta activo, "
                       "reingrese"
               ELSE
                   DISPLAY "DOCENTE: " DESCRIPCION-DOC
                   PERFORM 2100-INGRESAR-FECHA
                   PERFORM 2200-INGRESAR-MATERIA
                   PERFORM 2300-INGRESAR-SEDE-Y-TURNO
                   IF wss-dato-valido = "S"
                       PERFORM 2400-VERIFICAR-DUPLICADA
                   END-IF
                   IF wss-dato-valido = "S"
                       PERFORM 2500-INGRESAR-TEMA-Y-SUPLENTE
                       PERFORM 2600-GRABAR-CLASE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la fecha no puede ser futura ni feriado o dia sin clases; el
      * dia de la semana (1=lunes) sale de los dias corridos desde el
      * lunes 01/01/2001 que calcula RUTFECHH
       2100-INGRESAR-FECHA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESO DE LA FECHA DE LA CLASE:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 1 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO1 TO wss-fecha
               MOVE "S" TO wss-dato-valido
               IF wss-fecha > wss-fechaHoy OR wss-fecha < 20010101
                   DISPLAY "error la fecha de la clase no puede ser "
                       "futura"
                   MOVE "N" TO wss-dato-valido
               END-IF
               PERFORM VARYING WS-IND-NOC FROM 1 BY 1
                       UNTIL WS-IND-NOC > wss-cont-noclase
                       OR wss-dato-valido = "N"
                   IF wss-fecha >= vnc-fechaDesde(WS-IND-NOC)
                           AND wss-fecha <= vnc-fechaHasta(WS-IND-NOC)
                       DISPLAY "error la fecha es feriado o dia sin "
                           "clases en el calendario academico"
                       MOVE "N" TO wss-dato-valido
                   END-IF
               END-PERFORM
           END-PERFORM
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE 01   TO diaa
           MOVE 01   TO mess
           MOVE 2001 TO anioo
           MOVE wss-fecha(7:2) TO diaa2
           MOVE wss-fecha(5:2) TO mess2
           MOVE wss-fecha(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           DIVIDE DIF-DIAS BY 7 GIVING aux REMAINDER resto
           COMPUTE wss-diaSemana = resto + 1.

      *-----------------------------------------------------------------

       2200-INGRESAR-MATERIA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL NUMERO DE MATERIA"
               ACCEPT wss-nroMateria
               MOVE "N" TO wss-encontro
               PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                       UNTIL WS-IND-ASG > wss-cont-asignaciones
                       OR wss-encontro = "S"
                   IF vas-legajo(WS-IND-ASG) = wss-legajo
                           AND vas-nroMateria(WS-IND-ASG) =
                               wss-nroMateria
                           AND vas-anio(WS-IND-ASG) = wss-fecha(1:4)
                       MOVE "S" TO wss-encontro
                   END-IF
               END-PERFORM
               IF wss-encontro = "S"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "el docente no tiene asignada esa materia "
                       "en el anio de la clase (ASIGDOC.DAT), "
                       "reingrese"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la materia tiene que tener clase en la sede y turno el dia de
      * la semana de la fecha; dos bandas el mismo dia suman una sola
      * clase
       2300-INGRESAR-SEDE-Y-TURNO.
           DISPLAY "INGRESE LA SEDE DE LA CLASE"
           ACCEPT wss-sede
           DISPLAY "INGRESE EL TURNO DE LA CLASE (M, T O N)"
           ACCEPT wss-turno
           MOVE 0 TO wss-minutos
           MOVE "N" TO wss-encontro
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR > wss-cont-horarios
               IF vho-nroMateria(WS-IND-HOR) = wss-nroMateria
                       AND vho-sede(WS-IND-HOR) = wss-sede
                       AND vho-turno(WS-IND-HOR) = wss-turno
                       AND vho-dia(WS-IND-HOR) = wss-diaSemana
                   MOVE "S" TO wss-encontro
                   ADD vho-minutos(WS-IND-HOR) TO wss-minutos
               END-IF
           END-PERFORM
           IF wss-encontro = "S"
               MOVE "S" TO wss-dato-valido
           ELSE
               MOVE "N" TO wss-dato-valido
               DISPLAY "la materia no tiene clase en esa sede y turno "
                   "el dia de la semana de la fecha (dia "
                   wss-diaSemana "), no se registra"
           END-IF.

      *-----------------------------------------------------------------

       2400-VERIFICAR-DUPLICADA.
           OPEN INPUT ARCH-LTE
           IF wss-fs-lte-OK
               MOVE 0 TO flag
               READ ARCH-LTE AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-dato-valido = "N"
                   IF LTE-FECHA = wss-fecha
                           AND LTE-NRO-MATERIA = wss-nroMateria
                           AND LTE-SEDE = wss-sede
                           AND LTE-TURNO = wss-turno
                           AND LTE-LEGAJO = wss-legajo
                       MOVE "N" TO wss-dato-valido
                       DISPLAY "esa clase ya esta registrada en el "
                           "libro de temas"
                   ELSE
                       READ ARCH-LTE AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-LTE
           ELSE
               CLOSE ARCH-LTE
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       2500-INGRESAR-TEMA-Y-SUPLENTE.
           MOVE SPACES TO wss-tema
           PERFORM UNTIL wss-tema NOT = SPACES
               DISPLAY "INGRESE EL TEMA DICTADO (hasta 40 caracteres)"
               ACCEPT wss-tema
               IF wss-tema = SPACES
                   DISPLAY "error el tema es obligatorio"
               END-IF
           END-PERFORM
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "SI LA CLASE LA DIO UN SUPLENTE INGRESE SU "
                   "LEGAJO (ENTER SI LA DIO EL TITULAR)"
               MOVE SPACES TO wss-suplente
               ACCEPT wss-suplente
               IF wss-suplente = SPACES
                   MOVE "S" TO wss-dato-valido
               ELSE
                   IF wss-suplente = wss-legajo
                       DISPLAY "el suplente no puede ser el mismo "
                           "titular"
                   ELSE
                       INITIALIZE AREA-DE-COMMUNICATION-DOC
                       MOVE 4 TO OPCION-D
                       MOVE wss-suplente TO DOC-NUM-DAT-BUSCAR
                       CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
                       IF retorn-num-d = 0
                           MOVE "S" TO wss-dato-valido
                       ELSE
                           DISPLAY "el suplente no existe o no esta "
                               "activo, reingrese"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2600-GRABAR-CLASE.
           MOVE wss-fechaHoy TO wss-fechaCarga
           OPEN EXTEND ARCH-LTE
           IF wss-fs-lte-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-lte-OK AND NOT wss-fs-lte-NOEXISTE then
               display "error al abrir LIBROTEM.DAT, la clase no se "
                   "registro, reintente enseguida"
           ELSE
               WRITE REG-LTE FROM WSS-REG-LTE
               IF NOT wss-fs-lte-OK then
                   display "error al  escribir el archivo"
               ELSE
                   MOVE SPACES TO aud-clave
                   STRING wss-legajo    DELIMITED BY SIZE
                       "/"              DELIMITED BY SIZE
                       wss-nroMateria   DELIMITED BY SIZE
                       "/"              DELIMITED BY SIZE
                       wss-fecha        DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   DISPLAY "clase registrada en el libro de temas ("
                       wss-minutos " minutos)"
               END-IF
               CLOSE ARCH-LTE
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando cargo el libro
      * de temas
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENLTEM" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de LIBROTEM.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-lte-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "LIBROTEM.DAT esta en uso por otro operador "
                   "(estado " wss-fs-lte "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-LTE
           END-PERFORM
           IF wss-fs-lte-OCUPADO
               DISPLAY "LIBROTEM.DAT sigue en uso; avise a "
                   "quien lo este usando y reintente en unos "
                   "minutos"
           END-IF.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
      * hay sesion (corrida por fuera del menu) vale la variable USER
       8800-OBTENER-USUARIO-SESION.
           IF wss-sesion-leida = "N"
               MOVE "S" TO wss-sesion-leida
               OPEN INPUT ARCH-SES
               IF wss-fs-ses-OK
                   READ ARCH-SES AT END CONTINUE
                       NOT AT END
                           MOVE SES-USUARIO TO wss-usuario-sesion
                           MOVE SES-ROL     TO wss-rol-sesion
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENLTEM" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENLTEM.
