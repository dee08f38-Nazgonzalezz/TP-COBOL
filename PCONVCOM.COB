      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Utilitario de corrida unica para pasar a comisiones:
      *    da de alta en COMISION.DAT una comision por defecto (codigo
      *    01, 02... dentro de la materia) para cada curso
      *    materia/sede/turno que aparece en CUPOS, HORARIOS o
      *    INSCRIP (la sede y el turno de una inscripcion son los del
      *    alumno) y no tiene ninguna comision cargada, con el docente
      *    de la ultima asignacion de la materia en ASIGDOC, el aula
      *    del primer horario del curso y el cupo del curso. Despues
      *    completa la comision en blanco de INSCRIP, HORARIOS,
      *    ASISTEN y NOTAS cuando el curso tiene una sola comision
      *    activa, y la de ASIGDOC cuando la materia entera tiene una
      *    sola; lo que queda ambiguo sigue en blanco y se informa.
      *    CUPOS no se toca: su renglon sin comision sigue siendo el
      *    cupo del curso. Cada archivo se graba en un .NUE, con
      *    totales de control que deben calzar para que el viejo se
      *    resguarde como .ANT y el nuevo tome su lugar; con el .ANT
      *    ya presente el archivo se saltea.
      *    Antes de procesar verifica INSCRIP.DAT y NOTAS.DAT contra sus
      *    registros de control de CTLMAEST.DAT a traves de RUTCONTR y,
      *    si no coinciden, termina con final anormal sin procesar nada.
      *    Al terminar deja en CTLMAEST.DAT los nuevos totales de
      *    INSCRIP.DAT y NOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONVCOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       SELECT OPTIONAL ARCH-CUP         ASSIGN TO "CUPOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-V-ASG       ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-ASG       ASSIGN TO "ASIGDOC.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-V-HOR       ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-HOR       ASSIGN TO "HORARIOS.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-V-INS       ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-INS       ASSIGN TO "INSCRIP.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-V-ASI       ASSIGN TO "ASISTEN.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-ASI       ASSIGN TO "ASISTEN.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-V-NOT       ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-NOT       ASSIGN TO "NOTAS.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCH-CUP.
           01  REG-CUP.
                05 CUP-NRO-MATERIA    PIC 99.
                05 CUP-SEDE           PIC X(2).
                05 CUP-TURNO          PIC X.
                05 CUP-CUPO           PIC 9(3).
                05 CUP-COMISION       PIC XX.

       FD  ARCH-V-ASG.
           01  REG-V-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.
       FD  ARCH-N-ASG.
           01  REG-N-ASG             PIC X(12).

       FD  ARCH-V-HOR.
           01  REG-V-HOR.
                05 HOR-NRO-MATERIA    PIC 99.
                05 HOR-SEDE           PIC X(2).
                05 HOR-TURNO          PIC X.
                05 HOR-DIA            PIC 9.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 HOR-COMISION       PIC XX.
       FD  ARCH-N-HOR.
           01  REG-N-HOR             PIC X(20).

       FD  ARCH-V-INS.
           01  REG-V-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.
       FD  ARCH-N-INS.
           01  REG-N-INS             PIC X(16).

       FD  ARCH-V-ASI.
           01  REG-V-ASI.
                05 ASI-NRO-ALUMNO     PIC 9(6).
                05 ASI-NRO-MATERIA    PIC 99.
                05 ASI-ANIO           PIC 9(4).
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.
       FD  ARCH-N-ASI.
           01  REG-N-ASI             PIC X(20).

       FD  ARCH-V-NOT.
           01  REG-V-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.
       FD  ARCH-N-NOT.
           01  REG-N-NOT             PIC X(20).

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-leidos         PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-escritos       PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-rechazados     PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-final          PIC X.

       WORKING-STORAGE SECTION.
       77  flag                          PIC 9     VALUE 0.
       77  wss-confirma                  PIC X.
       77  wss-corrida-normal            PIC X     VALUE "N".
       77  wss-hubo-error                PIC X     VALUE "N".

      * un solo par de estados alcanza porque los archivos se
      * convierten estrictamente de a uno
       01  wss-fs-vie                    PIC X(2).
           88 wss-fs-vie-OK                        VALUE '00'.
       01  wss-fs-nue                    PIC X(2).
           88 wss-fs-nue-OK                        VALUE '00'.
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
           88 wss-fs-com-NOEXISTE                  VALUE '05'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.

      * comisiones de COMISION.DAT, las que ya estaban y las que se
      * dan de alta en esta corrida
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC 99.
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-activa                 PIC X.
       77  WS-IND-COM                    PIC 9(3)  COMP.

      * cursos materia/sede/turno hallados en los archivos, con la
      * comision a completar cuando el curso tiene una sola activa
       77  wss-cont-cursos               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CURSOS                 OCCURS 500 TIMES.
           05 vcu-nroMateria             PIC 99.
           05 vcu-sede                   PIC X(2).
           05 vcu-turno                  PIC X.
           05 vcu-aula                   PIC X(4).
           05 vcu-cupo                   PIC 9(3).
           05 vcu-cantComisiones         PIC 9(3)  COMP.
           05 vcu-comision               PIC XX.
       77  WS-IND-CUR                    PIC 9(3)  COMP.
       77  wss-indCurso                  PIC 9(3)  COMP.

      * por materia: docente de la ultima asignacion y comision
      * unica para completar ASIGDOC
       01  VECTOR-MATERIAS               OCCURS 100 TIMES.
           05 vma-legajo                 PIC X(4).
           05 vma-anio                   PIC 9(4).
           05 vma-cantComisiones         PIC 9(3)  COMP.
           05 vma-comision               PIC XX.
       77  WS-IND-MAT                    PIC 9(3)  COMP.

       77  wss-nroMateria                PIC 99.
       77  wss-sede                      PIC X(2).
       77  wss-turno                     PIC X.
       77  wss-comision                  PIC XX.
       01  wss-codigoNuevo               PIC 99.
       01  wss-codigoNuevoX REDEFINES wss-codigoNuevo
                                         PIC X(2).
       77  wss-codigo-libre              PIC X.
       77  wss-cont-com-curso            PIC 9(3)  COMP.
       77  wss-cont-altas                PIC 9(5)  COMP VALUE 0.

      * nombres del archivo corriente y su resguardo: con el .ANT ya
      * presente el archivo no se vuelve a convertir
       77  wss-nombreViejo               PIC X(12).
       77  wss-nombreNuevo               PIC X(12).
       77  wss-nombreResg                PIC X(12).
       77  wss-ya-convertido             PIC X.
       01  wss-datosArchivo              PIC X(16).

      * totales de control del archivo corriente y de la corrida
       77  wss-cont-leidos               PIC 9(7)  COMP.
       77  wss-cont-escritos             PIC 9(7)  COMP.
       77  wss-cont-asignados            PIC 9(7)  COMP.
       77  wss-cont-ambiguos             PIC 9(7)  COMP.
       77  wss-tot-leidos                PIC 9(7)  COMP VALUE 0.
       77  wss-tot-escritos              PIC 9(7)  COMP VALUE 0.
       77  wss-tot-ambiguos              PIC 9(7)  COMP VALUE 0.
       77  wss-tot-archivos              PIC 9(3)  COMP VALUE 0.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CONTROL.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 con-nombre                 PIC X(12).
           05 FILLER                     PIC X(9)  VALUE "  LEIDOS:".
           05 con-leidos                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE "  ESCRITOS:".
           05 con-escritos               PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  COMPLETADOS".
           05 con-asignados              PIC ZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE "  AMBIGUOS:".
           05 con-ambiguos               PIC ZZZZZZ9.

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
           05 DATOS-ENTRADA.
               10 OPCION             PIC 9.
               10 NUM-DAT-BUSCAR     PIC X(6).
               10 NOM-DAT-BUSCAR     PIC X(23).
               10 IND-DESDE          PIC 9(3).
           05 DATOS-SALIDA.
               10 DESCRIPCION        PIC X(23).
               10 NAC-DATO           PIC X(3).
               10 ESTADO-DATO        PIC X.
               10 SEDE-DATO          PIC X(2).
               10 TURNO-DATO         PIC X.
               10 FECHA-ING-DATO     PIC X(8).
               10 NUM-ENCONTRADO     PIC X(6).
               10 IND-ENCONTRADO     PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE REGISTROS DE CONTROL
       01  AREA-DE-COMMUNICATION-CTM.
           05 DATOS-ENTRADA.
               10 OPCION-K            PIC 9.
               10 K-ARCHIVOS          PIC X(18).
               10 K-PROGRAMA          PIC X(8).
           05 DATOS-SALIDA.
               10 K-CANT-ACTUAL       PIC 9(9).
               10 K-HASH-ACTUAL       PIC 9(15).
               10 K-SUMA-ACTUAL       PIC 9(13)V99.
               10 K-CANT-CONTROL      PIC 9(9).
               10 K-HASH-CONTROL      PIC 9(15).
               10 K-SUMA-CONTROL      PIC 9(13)V99.
               10 K-PROGRAMA-CONTROL  PIC X(8).
               10 K-FECHA-CONTROL     PIC 9(8).
               10 K-HORA-CONTROL      PIC 9(8).
               10 COMO-TERMINO.
                   15 retorn-num-k    PIC 9(3).
                   15 retorn-txt-k    PIC X(30).

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
           PERFORM 8600-VERIFICAR-CONTROLES
           DISPLAY "*** PASAJE DE LOS CURSOS A COMISIONES ***"
           DISPLAY "La conversion es de corrida unica: cada archivo "
               "queda resguardado como .ANT y el convertido toma su "
               "lugar. Corra antes PBACKUP. CONFIRMA? (S/N)"
           ACCEPT wss-confirma
           IF wss-confirma NOT = "S" AND wss-confirma NOT = "s"
               DISPLAY "conversion cancelada, no se toco nada"
           ELSE
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 1 TO OPCION
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               PERFORM 1000-CARGAR-COMISIONES
               PERFORM 1100-CARGAR-DOCENTES
               PERFORM 1200-CURSOS-DE-CUPOS
               PERFORM 1300-CURSOS-DE-HORARIOS
               PERFORM 1400-CURSOS-DE-INSCRIPCIONES
               PERFORM 2000-ALTA-COMISIONES-DEFECTO
               PERFORM 2500-CONTAR-COMISIONES
               PERFORM 7101-CONVERTIR-INS
               PERFORM 7102-CONVERTIR-HOR
               PERFORM 7103-CONVERTIR-ASI
               PERFORM 7104-CONVERTIR-NOT
               PERFORM 7105-CONVERTIR-ASG
               DISPLAY "comisiones dadas de alta: " wss-cont-altas
               DISPLAY "archivos convertidos: " wss-tot-archivos
                   "  registros: " wss-tot-escritos
                   "  sin comision unica: " wss-tot-ambiguos
               IF wss-hubo-error = "N"
                   MOVE "S" TO wss-corrida-normal
                   DISPLAY "*** CONVERSION COMPLETADA: los registros "
                       "ambiguos quedan sin comision y se corrigen "
                       "desde los programas de carga ***"
               ELSE
                   DISPLAY "*** CONVERSION CON ERRORES: revise los "
                       "archivos marcados antes de operar ***"
               END-IF
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * todas las comisiones ya cargadas, activas o no: sus codigos
      * no se vuelven a usar y el curso que tiene alguna no recibe
      * comision por defecto
       1000-CARGAR-COMISIONES.
           OPEN INPUT ARCH-COM
           IF wss-fs-com-OK
               MOVE 0 TO flag
               READ ARCH-COM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-comisiones < 500
                       ADD 1 TO wss-cont-comisiones
                       MOVE COM-NRO-MATERIA TO
                           vcm-nroMateria(wss-cont-comisiones)
                       MOVE COM-CODIGO TO
                           vcm-codigo(wss-cont-comisiones)
                       MOVE COM-SEDE  TO vcm-sede(wss-cont-comisiones)
                       MOVE COM-TURNO TO
                           vcm-turno(wss-cont-comisiones)
                       MOVE COM-ACTIVA TO
                           vcm-activa(wss-cont-comisiones)
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

      * el docente de la comision por defecto es el de la asignacion
      * mas reciente de la materia
       1100-CARGAR-DOCENTES.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > 100
               MOVE SPACES TO vma-legajo(WS-IND-MAT)
               MOVE 0 TO vma-anio(WS-IND-MAT)
               MOVE 0 TO vma-cantComisiones(WS-IND-MAT)
               MOVE SPACES TO vma-comision(WS-IND-MAT)
           END-PERFORM
           OPEN INPUT ARCH-V-ASG
           IF wss-fs-vie-OK
               MOVE 0 TO flag
               READ ARCH-V-ASG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF ASG-ANIO >= vma-anio(ASG-NRO-MATERIA + 1)
                       MOVE ASG-ANIO TO
                           vma-anio(ASG-NRO-MATERIA + 1)
                       MOVE ASG-LEGAJO TO
                           vma-legajo(ASG-NRO-MATERIA + 1)
                   END-IF
                   READ ARCH-V-ASG AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-V-ASG
           ELSE
               CLOSE ARCH-V-ASG
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * el cupo de la comision por defecto es el del curso, su
      * renglon de CUPOS sin comision
       1200-CURSOS-DE-CUPOS.
           OPEN INPUT ARCH-CUP
           IF wss-fs-vie-OK
               MOVE 0 TO flag
               READ ARCH-CUP AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF CUP-COMISION = SPACES
                       MOVE CUP-NRO-MATERIA TO wss-nroMateria
                       MOVE CUP-SEDE        TO wss-sede
                       MOVE CUP-TURNO       TO wss-turno
                       PERFORM 2900-AGREGAR-CURSO
                       IF wss-indCurso > 0
                           MOVE CUP-CUPO TO vcu-cupo(wss-indCurso)
                       END-IF
                   END-IF
                   READ ARCH-CUP AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUP
           ELSE
               CLOSE ARCH-CUP
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * el aula de la comision por defecto es la del primer horario
      * del curso
       1300-CURSOS-DE-HORARIOS.
           OPEN INPUT ARCH-V-HOR
           IF wss-fs-vie-OK
               MOVE 0 TO flag
               READ ARCH-V-HOR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE HOR-NRO-MATERIA TO wss-nroMateria
                   MOVE HOR-SEDE        TO wss-sede
                   MOVE HOR-TURNO       TO wss-turno
                   PERFORM 2900-AGREGAR-CURSO
                   IF wss-indCurso > 0
                       IF vcu-aula(wss-indCurso) = SPACES
                           MOVE HOR-AULA TO vcu-aula(wss-indCurso)
                       END-IF
                   END-IF
                   READ ARCH-V-HOR AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-V-HOR
           ELSE
               CLOSE ARCH-V-HOR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1400-CURSOS-DE-INSCRIPCIONES.
           OPEN INPUT ARCH-V-INS
           IF wss-fs-vie-OK
               MOVE 0 TO flag
               READ ARCH-V-INS AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE INS-NRO-ALUMNO TO NUM-DAT-BUSCAR
                   PERFORM 2800-BUSCAR-SEDE-ALUMNO
                   IF retorn-num = 0
                       MOVE INS-NRO-MATERIA TO wss-nroMateria
                       PERFORM 2900-AGREGAR-CURSO
                   END-IF
                   READ ARCH-V-INS AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-V-INS
           ELSE
               CLOSE ARCH-V-INS
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * una comision por defecto para cada curso que no tiene
      * ninguna, con el primer codigo 01..99 libre en la materia
       2000-ALTA-COMISIONES-DEFECTO.
           OPEN EXTEND ARCH-COM
           IF NOT wss-fs-com-OK AND NOT wss-fs-com-NOEXISTE then
               display "error al abrir el archivo COMISION.DAT"
               MOVE "S" TO wss-hubo-error
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               MOVE 0 TO wss-cont-com-curso
               PERFORM VARYING WS-IND-COM FROM 1 BY 1
                       UNTIL WS-IND-COM > wss-cont-comisiones
                   IF vcm-nroMateria(WS-IND-COM) =
                           vcu-nroMateria(WS-IND-CUR)
                           AND vcm-sede(WS-IND-COM) =
                               vcu-sede(WS-IND-CUR)
                           AND vcm-turno(WS-IND-COM) =
                               vcu-turno(WS-IND-CUR)
                       ADD 1 TO wss-cont-com-curso
                   END-IF
               END-PERFORM
               IF wss-cont-com-curso = 0
                   PERFORM 2100-GRABAR-UNA-COMISION
               END-IF
           END-PERFORM
           CLOSE ARCH-COM.

      *-----------------------------------------------------------------

       2100-GRABAR-UNA-COMISION.
           MOVE vcu-nroMateria(WS-IND-CUR) TO wss-nroMateria
           MOVE 0 TO wss-codigoNuevo
           MOVE "N" TO wss-codigo-libre
           PERFORM UNTIL wss-codigo-libre = "S"
                   OR wss-codigoNuevo = 99
               ADD 1 TO wss-codigoNuevo
               MOVE "S" TO wss-codigo-libre
               PERFORM VARYING WS-IND-COM FROM 1 BY 1
                       UNTIL WS-IND-COM > wss-cont-comisiones
                   IF vcm-nroMateria(WS-IND-COM) =
                           vcu-nroMateria(WS-IND-CUR)
                           AND vcm-codigo(WS-IND-COM) =
                               wss-codigoNuevoX
                       MOVE "N" TO wss-codigo-libre
                   END-IF
               END-PERFORM
           END-PERFORM
           IF wss-codigo-libre = "N" OR wss-cont-comisiones = 500
               DISPLAY "  materia " vcu-nroMateria(WS-IND-CUR)
                   " sede " vcu-sede(WS-IND-CUR)
                   " turno " vcu-turno(WS-IND-CUR)
                   ": no se pudo dar de alta la comision por defecto"
               MOVE "S" TO wss-hubo-error
           ELSE
               MOVE vcu-nroMateria(WS-IND-CUR) TO COM-NRO-MATERIA
               MOVE wss-codigoNuevoX           TO COM-CODIGO
               MOVE vcu-sede(WS-IND-CUR)       TO COM-SEDE
               MOVE vcu-turno(WS-IND-CUR)      TO COM-TURNO
               MOVE vma-legajo(wss-nroMateria + 1) TO COM-LEGAJO
               MOVE vcu-aula(WS-IND-CUR)       TO COM-AULA
               MOVE vcu-cupo(WS-IND-CUR)       TO COM-CUPO
               MOVE "S"                        TO COM-ACTIVA
               MOVE SPACES                     TO ESPACIO-COM
               WRITE REG-COM
               IF NOT wss-fs-com-OK then
                   display "error al escribir COMISION.DAT"
                   MOVE "S" TO wss-hubo-error
                   PERFORM 6000-CERRAR-PROGRAMA
               END-IF
               ADD 1 TO wss-cont-altas
               ADD 1 TO wss-cont-comisiones
               MOVE COM-NRO-MATERIA TO
                   vcm-nroMateria(wss-cont-comisiones)
               MOVE COM-CODIGO TO vcm-codigo(wss-cont-comisiones)
               MOVE COM-SEDE   TO vcm-sede(wss-cont-comisiones)
               MOVE COM-TURNO  TO vcm-turno(wss-cont-comisiones)
               MOVE COM-ACTIVA TO vcm-activa(wss-cont-comisiones)
               DISPLAY "  alta comision " COM-CODIGO " de materia "
                   COM-NRO-MATERIA " sede " COM-SEDE " turno "
                   COM-TURNO
           END-IF.

      *-----------------------------------------------------------------

      * la comision a completar: la unica activa del curso y, para
      * ASIGDOC que no lleva sede ni turno, la unica de la materia
       2500-CONTAR-COMISIONES.
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-activa(WS-IND-COM) = "S"
                   MOVE vcm-nroMateria(WS-IND-COM) TO wss-nroMateria
                   MOVE vcm-sede(WS-IND-COM)  TO wss-sede
                   MOVE vcm-turno(WS-IND-COM) TO wss-turno
                   PERFORM 2900-AGREGAR-CURSO
                   IF wss-indCurso > 0
                       ADD 1 TO vcu-cantComisiones(wss-indCurso)
                       MOVE vcm-codigo(WS-IND-COM) TO
                           vcu-comision(wss-indCurso)
                   END-IF
                   ADD 1 TO vma-cantComisiones(wss-nroMateria + 1)
                   MOVE vcm-codigo(WS-IND-COM) TO
                       vma-comision(wss-nroMateria + 1)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2800-BUSCAR-SEDE-ALUMNO.
           MOVE 2 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0
               MOVE SEDE-DATO  TO wss-sede
               MOVE TURNO-DATO TO wss-turno
           END-IF.

      *-----------------------------------------------------------------

      * busca el curso materia/sede/turno y lo agrega si es nuevo;
      * deja su posicion en wss-indCurso (cero si no hubo lugar)
       2900-AGREGAR-CURSO.
           MOVE 0 TO wss-indCurso
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
                   OR wss-indCurso > 0
               IF vcu-nroMateria(WS-IND-CUR) = wss-nroMateria
                       AND vcu-sede(WS-IND-CUR) = wss-sede
                       AND vcu-turno(WS-IND-CUR) = wss-turno
                   MOVE WS-IND-CUR TO wss-indCurso
               END-IF
           END-PERFORM
           IF wss-indCurso = 0
               IF wss-cont-cursos < 500
                   ADD 1 TO wss-cont-cursos
                   MOVE wss-cont-cursos TO wss-indCurso
                   MOVE wss-nroMateria TO vcu-nroMateria(wss-indCurso)
                   MOVE wss-sede       TO vcu-sede(wss-indCurso)
                   MOVE wss-turno      TO vcu-turno(wss-indCurso)
                   MOVE SPACES         TO vcu-aula(wss-indCurso)
                   MOVE 0              TO vcu-cupo(wss-indCurso)
                   MOVE 0 TO vcu-cantComisiones(wss-indCurso)
                   MOVE SPACES         TO vcu-comision(wss-indCurso)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 500 cursos, la "
                       "conversion queda incompleta"
                   MOVE "S" TO wss-hubo-error
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la comision unica del curso en wss-comision; en blanco si el
      * curso no existe o tiene mas de una comision activa
       2950-COMISION-DEL-CURSO.
           MOVE SPACES TO wss-comision
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
                   OR wss-comision NOT = SPACES
               IF vcu-nroMateria(WS-IND-CUR) = wss-nroMateria
                       AND vcu-sede(WS-IND-CUR) = wss-sede
                       AND vcu-turno(WS-IND-CUR) = wss-turno
                       AND vcu-cantComisiones(WS-IND-CUR) = 1
                   MOVE vcu-comision(WS-IND-CUR) TO wss-comision
               END-IF
           END-PERFORM
           IF wss-comision = SPACES
               ADD 1 TO wss-cont-ambiguos
           ELSE
               ADD 1 TO wss-cont-asignados
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCONVCOM" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-tot-leidos TO est-leidos
               MOVE wss-tot-escritos TO est-escritos
               MOVE wss-tot-ambiguos TO est-rechazados
               IF wss-corrida-normal = "S"
                   MOVE "N" TO est-final
               ELSE
                   MOVE "A" TO est-final
               END-IF
               WRITE REG-EST
               IF NOT wss-fs-est-OK then
                   display "error al escribir ESTADIS.DAT"
               END-IF
               CLOSE ARCH-EST
           ELSE
               DISPLAY "error al abrir ESTADIS.DAT"
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * la sede y el turno de la inscripcion son los del alumno
       7101-CONVERTIR-INS.
           MOVE "INSCRIP.DAT" TO wss-nombreViejo
           MOVE "INSCRIP.NUE" TO wss-nombreNuevo
           MOVE "INSCRIP.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-INS
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-INS
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-INS
               MOVE 0 TO flag
               READ ARCH-V-INS AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF INS-COMISION = SPACES
                       MOVE INS-NRO-ALUMNO TO NUM-DAT-BUSCAR
                       PERFORM 2800-BUSCAR-SEDE-ALUMNO
                       IF retorn-num = 0
                           MOVE INS-NRO-MATERIA TO wss-nroMateria
                           PERFORM 2950-COMISION-DEL-CURSO
                           MOVE wss-comision TO INS-COMISION
                       ELSE
                           ADD 1 TO wss-cont-ambiguos
                       END-IF
                   END-IF
                   WRITE REG-N-INS FROM REG-V-INS
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
                       MOVE 1 TO flag
                       MOVE "S" TO wss-hubo-error
                   ELSE
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-V-INS AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-INS
               CLOSE ARCH-N-INS
               PERFORM 8200-VERIFICAR-Y-RENOMBRAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7102-CONVERTIR-HOR.
           MOVE "HORARIOS.DAT" TO wss-nombreViejo
           MOVE "HORARIOS.NUE" TO wss-nombreNuevo
           MOVE "HORARIOS.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-HOR
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-HOR
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-HOR
               MOVE 0 TO flag
               READ ARCH-V-HOR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF HOR-COMISION = SPACES
                       MOVE HOR-NRO-MATERIA TO wss-nroMateria
                       MOVE HOR-SEDE        TO wss-sede
                       MOVE HOR-TURNO       TO wss-turno
                       PERFORM 2950-COMISION-DEL-CURSO
                       MOVE wss-comision TO HOR-COMISION
                   END-IF
                   WRITE REG-N-HOR FROM REG-V-HOR
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
                       MOVE 1 TO flag
                       MOVE "S" TO wss-hubo-error
                   ELSE
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-V-HOR AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-HOR
               CLOSE ARCH-N-HOR
               PERFORM 8200-VERIFICAR-Y-RENOMBRAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7103-CONVERTIR-ASI.
           MOVE "ASISTEN.DAT" TO wss-nombreViejo
           MOVE "ASISTEN.NUE" TO wss-nombreNuevo
           MOVE "ASISTEN.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-ASI
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-ASI
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-ASI
               MOVE 0 TO flag
               READ ARCH-V-ASI AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF ASI-COMISION = SPACES
                       MOVE ASI-NRO-ALUMNO TO NUM-DAT-BUSCAR
                       PERFORM 2800-BUSCAR-SEDE-ALUMNO
                       IF retorn-num = 0
                           MOVE ASI-NRO-MATERIA TO wss-nroMateria
                           PERFORM 2950-COMISION-DEL-CURSO
                           MOVE wss-comision TO ASI-COMISION
                       ELSE
                           ADD 1 TO wss-cont-ambiguos
                       END-IF
                   END-IF
                   WRITE REG-N-ASI FROM REG-V-ASI
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
                       MOVE 1 TO flag
                       MOVE "S" TO wss-hubo-error
                   ELSE
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-V-ASI AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-ASI
               CLOSE ARCH-N-ASI
               PERFORM 8200-VERIFICAR-Y-RENOMBRAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7104-CONVERTIR-NOT.
           MOVE "NOTAS.DAT" TO wss-nombreViejo
           MOVE "NOTAS.NUE" TO wss-nombreNuevo
           MOVE "NOTAS.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-NOT
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-NOT
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-NOT
               MOVE 0 TO flag
               READ ARCH-V-NOT AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF NOT-COMISION = SPACES
                       MOVE NOT-NRO-ALUMNO TO NUM-DAT-BUSCAR
                       PERFORM 2800-BUSCAR-SEDE-ALUMNO
                       IF retorn-num = 0
                           MOVE NOT-NRO-MATERIA TO wss-nroMateria
                           PERFORM 2950-COMISION-DEL-CURSO
                           MOVE wss-comision TO NOT-COMISION
                       ELSE
                           ADD 1 TO wss-cont-ambiguos
                       END-IF
                   END-IF
                   WRITE REG-N-NOT FROM REG-V-NOT
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
                       MOVE 1 TO flag
                       MOVE "S" TO wss-hubo-error
                   ELSE
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-V-NOT AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-NOT
               CLOSE ARCH-N-NOT
               PERFORM 8200-VERIFICAR-Y-RENOMBRAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * ASIGDOC no lleva sede ni turno: solo se completa cuando la
      * materia entera tiene una sola comision activa; si no, la
      * asignacion sigue cubriendo todas las comisiones
       7105-CONVERTIR-ASG.
           MOVE "ASIGDOC.DAT" TO wss-nombreViejo
           MOVE "ASIGDOC.NUE" TO wss-nombreNuevo
           MOVE "ASIGDOC.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-ASG
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-ASG
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-ASG
               MOVE 0 TO flag
               READ ARCH-V-ASG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF ASG-COMISION = SPACES
                       IF vma-cantComisiones(ASG-NRO-MATERIA + 1) = 1
                           MOVE vma-comision(ASG-NRO-MATERIA + 1) TO
                               ASG-COMISION
                           ADD 1 TO wss-cont-asignados
                       ELSE
                           ADD 1 TO wss-cont-ambiguos
                       END-IF
                   END-IF
                   WRITE REG-N-ASG FROM REG-V-ASG
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
                       MOVE 1 TO flag
                       MOVE "S" TO wss-hubo-error
                   ELSE
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-V-ASG AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-ASG
               CLOSE ARCH-N-ASG
               PERFORM 8200-VERIFICAR-Y-RENOMBRAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       8000-INICIAR-TOTALES.
           MOVE 0 TO wss-cont-leidos
           MOVE 0 TO wss-cont-escritos
           MOVE 0 TO wss-cont-asignados
           MOVE 0 TO wss-cont-ambiguos.

      *-----------------------------------------------------------------

      * con los totales calzados el archivo viejo pasa a .ANT y el
      * convertido toma el nombre definitivo; si no calzan no se
      * toca nada y la conversion queda marcada con error
       8200-VERIFICAR-Y-RENOMBRAR.
           MOVE wss-nombreViejo TO con-nombre
           MOVE wss-cont-leidos TO con-leidos
           MOVE wss-cont-escritos TO con-escritos
           MOVE wss-cont-asignados TO con-asignados
           MOVE wss-cont-ambiguos TO con-ambiguos
           DISPLAY LINEA-CONTROL
           IF wss-cont-leidos = wss-cont-escritos
      * primero el resguardo: si el viejo no pudo pasar a .ANT el
      * archivo vivo no se toca
               CALL "CBL_RENAME_FILE" USING wss-nombreViejo
                                            wss-nombreResg
               IF RETURN-CODE NOT = 0
                   DISPLAY "  no se pudo resguardar " wss-nombreViejo
                       " como " wss-nombreResg "; el archivo queda "
                       "sin reemplazar, haga el cambio a mano"
                   MOVE "S" TO wss-hubo-error
               ELSE
                   CALL "CBL_RENAME_FILE" USING wss-nombreNuevo
                                                wss-nombreViejo
                   IF RETURN-CODE NOT = 0
                       DISPLAY "  no se pudo renombrar "
                           wss-nombreNuevo ", hagalo a mano antes "
                           "de operar"
                       MOVE "S" TO wss-hubo-error
                   END-IF
               END-IF
               ADD 1 TO wss-tot-archivos
               ADD wss-cont-leidos TO wss-tot-leidos
               ADD wss-cont-escritos TO wss-tot-escritos
               ADD wss-cont-ambiguos TO wss-tot-ambiguos
           ELSE
               DISPLAY "  LOS TOTALES NO CALZAN, el archivo "
                   wss-nombreViejo " queda sin convertir"
               MOVE "S" TO wss-hubo-error
           END-IF.

      *-----------------------------------------------------------------

      * con el resguardo .ANT ya en el disco la conversion de ese
      * archivo ya corrio: se saltea para no pisar el unico resguardo
       8300-VERIFICAR-RESGUARDO.
           MOVE "N" TO wss-ya-convertido
           CALL "CBL_CHECK_FILE_EXIST" USING wss-nombreResg
                                             wss-datosArchivo
           IF RETURN-CODE = 0
               MOVE "S" TO wss-ya-convertido
           END-IF.

      *-----------------------------------------------------------------

       8400-INFORMAR-SALTEADO.
           IF wss-ya-convertido = "S"
               DISPLAY "  " wss-nombreViejo " ya fue convertido "
                   "(existe " wss-nombreResg "), se saltea"
           ELSE
               DISPLAY "  " wss-nombreViejo " no existe, se saltea"
           END-IF.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "INSNOT" TO K-ARCHIVOS
           MOVE "PCONVCOM" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "INSNOT" TO K-ARCHIVOS
           MOVE "PCONVCOM" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PCONVCOM" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCONVCOM.
