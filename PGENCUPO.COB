      *    PGENINSC alimenta en orden de llegada cuando un curso
      *    esta completo: cada asiento liberado se cubre con el
      *    primero de la lista. Todos los marzos sobrevendiamos los
      *    cursos populares y despues desanotabamos gente a mano. El
      *    cupo no puede superar la capacidad del aula (AULAS.DAT)
      *    donde el curso tiene horario en HORARIOS.DAT; si cursa en
      *    mas de un aula manda la mas chica. Con el curso abierto
      *    en comisiones (COMISION.DAT) el cupo se puede cargar por
      *    comision y la promocion ubica al alumno en una comision
      *    con lugar.
      *    Al empezar avisa si INSCRIP.DAT no coincide con su registro
      *    de control de CTLMAEST.DAT y al salir deja los nuevos totales
      *    a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
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
                05 CUP-SEDE           PIC X(2).
                05 CUP-TURNO          PIC X.
                05 CUP-CUPO           PIC 9(3).
                05 CUP-COMISION       PIC XX.

       FD  ARCH-LES.
           01  REG-LES.
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-SEDE           PIC X(2).
                05 ALU-TURNO          PIC X.

       FD  ARCH-HOR.
           01  REG-HOR.
                05 HOR-NRO-MATERIA    PIC 99.
                05 HOR-SEDE           PIC X(2).
                05 HOR-TURNO          PIC X.
                05 HOR-DIA            PIC 9.
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
                05 aud-fecha          PIC 9(8).
       77  wss-sede                      PIC X(2).
       77  wss-turno                     PIC X.
       77  wss-cupo                      PIC 9(3).
       77  wss-comision                  PIC X(2).
       77  wss-nroAlumno                 PIC X(6).

       01  wss-fs-cup                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.

       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.

      * capacidad de cada aula y aulas donde cursa cada curso, para
      * no cargar un cupo que no entra en el salon
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
           05 vau-capacidad              PIC 9(3).
       77  WS-IND-AUL                    PIC 9(3)  COMP.
       77  wss-cont-horarios             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-HORARIOS               OCCURS 300 TIMES.
           05 vho-nroMateria             PIC X(2).
           05 vho-sede                   PIC X(2).
           05 vho-turno                  PIC X.
           05 vho-aula                   PIC X(4).
           05 vho-comision               PIC X(2).
       77  WS-IND-HOR                    PIC 9(3)  COMP.
       77  wss-capacidadAula             PIC 9(3).
       77  wss-aulaMenor                 PIC X(4).

      * cupos cargados
       77  wss-cont-cupos                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CUPOS                  OCCURS 200 TIMES.
           05 vcp-sede                   PIC X(2).
           05 vcp-turno                  PIC X.
           05 vcp-cupo                   PIC 9(3).
           05 vcp-comision               PIC X(2).
       77  wss-cupo-repetido             PIC X     VALUE "N".
       77  WS-IND-CUP                    PIC 9(3)  COMP.

           05 vin-nroMateria             PIC X(2).
           05 vin-sede                   PIC X(2).
           05 vin-turno                  PIC X.
           05 vin-comision               PIC X(2).
       77  WS-IND-INS                    PIC 9(4)  COMP.

      * comisiones activas de COMISION.DAT: el cupo de una comision
      * es el de su registro en CUPOS.DAT si esta cargado y si no el
      * del maestro (0 sin limite)
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-cupo                   PIC 9(3).
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-cont-com-curso            PIC 9(3)  COMP.
       77  wss-cupoComision              PIC 9(4)  COMP.
       77  wss-ocupComision              PIC 9(4)  COMP.

       77  wss-cont-alumnos              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ALUMNOS                OCCURS 500 TIMES.
           05 val-nroAlumno              PIC X(6).
       77  wss-cont-bajas                PIC 9(4)  COMP VALUE 0.
       77  wss-cont-promovidos           PIC 9(4)  COMP VALUE 0.

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           PERFORM 0500-SELECCIONAR-MODO
           EVALUATE wss-modo
               WHEN 1
                       MOVE CUP-SEDE  TO vcp-sede(wss-cont-cupos)
                       MOVE CUP-TURNO TO vcp-turno(wss-cont-cupos)
                       MOVE CUP-CUPO  TO vcp-cupo(wss-cont-cupos)
                       MOVE CUP-COMISION TO
                           vcp-comision(wss-cont-cupos)
                   END-IF
                   READ ARCH-CUP AT END MOVE 1 TO flag
                   END-READ
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       0950-CARGAR-AULAS-Y-HORARIOS.
           OPEN INPUT ARCH-AUL
           IF wss-fs-aul-OK
               MOVE 0 TO flag
               READ ARCH-AUL AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-aulas < 500
                       ADD 1 TO wss-cont-aulas
                       MOVE AUL-SEDE      TO vau-sede(wss-cont-aulas)
                       MOVE AUL-CODIGO    TO vau-codigo(wss-cont-aulas)
                       MOVE AUL-CAPACIDAD TO
                           vau-capacidad(wss-cont-aulas)
                   END-IF
                   READ ARCH-AUL AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-AUL
           ELSE
               CLOSE ARCH-AUL
           END-IF
           MOVE 0 TO flag
           OPEN INPUT ARCH-HOR
           IF wss-fs-hor-OK
               READ ARCH-HOR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-horarios < 300
                       ADD 1 TO wss-cont-horarios
                       MOVE HOR-NRO-MATERIA TO
                           vho-nroMateria(wss-cont-horarios)
                       MOVE HOR-SEDE  TO vho-sede(wss-cont-horarios)
                       MOVE HOR-TURNO TO vho-turno(wss-cont-horarios)
                       MOVE HOR-AULA  TO vho-aula(wss-cont-horarios)
                       MOVE HOR-COMISION TO
                           vho-comision(wss-cont-horarios)
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

       0970-CARGAR-COMISIONES.
           MOVE 0 TO wss-cont-comisiones
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
                       MOVE COM-CUPO  TO vcm-cupo(wss-cont-comisiones)
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

       1000-MODO-ALTA-DE-CUPOS.
           PERFORM 0900-CARGAR-CUPOS-EXISTENTES
           PERFORM 0950-CARGAR-AULAS-Y-HORARIOS
           PERFORM 0970-CARGAR-COMISIONES
           OPEN EXTEND ARCH-CUP
           IF NOT wss-fs-cup-OK AND NOT wss-fs-cup-NOEXISTE then
               display "error al abrir el archivo CUPOS.DAT"
               ACCEPT wss-sede
               DISPLAY "INGRESE EL TURNO (M/T/N)"
               ACCEPT wss-turno
               PERFORM 1150-INGRESAR-COMISION
               PERFORM 1200-VERIFICAR-CUPO-REPETIDO
               IF wss-cupo-repetido = "S"
                   DISPLAY "ese curso ya tiene cupo cargado"
               ELSE
                   PERFORM 1300-BUSCAR-CAPACIDAD-DEL-AULA
                   MOVE "N" TO wss-dato-valido
                   PERFORM UNTIL wss-dato-valido = "S"
                       DISPLAY "INGRESE EL CUPO (3 digitos)"
                       ACCEPT wss-cupo
                       EVALUATE TRUE
                           WHEN wss-cupo = 0
                               DISPLAY "error el cupo debe ser mayor "
                                   "a cero"
                           WHEN wss-aulaMenor NOT = SPACES
                                   AND wss-cupo > wss-capacidadAula
                               DISPLAY "error el cupo supera la "
                                   "capacidad del aula " wss-aulaMenor
                                   " (" wss-capacidadAula
                                   " asientos)"
                           WHEN OTHER
                               MOVE "S" TO wss-dato-valido
                       END-EVALUATE
                   END-PERFORM
                   MOVE wss-nroMateria TO CUP-NRO-MATERIA
                   MOVE wss-sede       TO CUP-SEDE
                   MOVE wss-turno      TO CUP-TURNO
                   MOVE wss-cupo       TO CUP-CUPO
                   MOVE wss-comision   TO CUP-COMISION
                   WRITE REG-CUP
                   IF NOT wss-fs-cup-OK then
                       display "error al  escribir el archivo"
                       MOVE wss-sede  TO vcp-sede(wss-cont-cupos)
                       MOVE wss-turno TO vcp-turno(wss-cont-cupos)
                       MOVE wss-cupo  TO vcp-cupo(wss-cont-cupos)
                       MOVE wss-comision TO
                           vcp-comision(wss-cont-cupos)
                   END-IF
                   MOVE SPACES TO aud-clave
                   STRING wss-nroMateria DELIMITED BY SIZE
                       wss-sede          DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-turno         DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-comision      DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con el curso abierto en comisiones el cupo se carga para una
      * comision o, en blanco, para el curso entero
       1150-INGRESAR-COMISION.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-curso
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                       AND vcm-sede(WS-IND-COM) = wss-sede
                       AND vcm-turno(WS-IND-COM) = wss-turno
                   ADD 1 TO wss-cont-com-curso
                   DISPLAY "  COMISION " vcm-codigo(WS-IND-COM)
                       "  CUPO DEL MAESTRO " vcm-cupo(WS-IND-COM)
               END-IF
           END-PERFORM
           IF wss-cont-com-curso > 0
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE LA COMISION (EN BLANCO: CUPO DEL "
                       "CURSO ENTERO)"
                   ACCEPT wss-comision
                   IF wss-comision = SPACES
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       PERFORM VARYING WS-IND-COM FROM 1 BY 1
                               UNTIL WS-IND-COM > wss-cont-comisiones
                               OR wss-dato-valido = "S"
                           IF vcm-nroMateria(WS-IND-COM) =
                                   wss-nroMateria
                               AND vcm-sede(WS-IND-COM) = wss-sede
                               AND vcm-turno(WS-IND-COM) = wss-turno
                               AND vcm-codigo(WS-IND-COM) =
                                   wss-comision
                               MOVE "S" TO wss-dato-valido
                           END-IF
                       END-PERFORM
                       IF wss-dato-valido = "N"
                           DISPLAY "la comision no es del curso, "
                               "reingrese"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       1200-VERIFICAR-CUPO-REPETIDO.
               IF vcp-nroMateria(WS-IND-CUP) = wss-nroMateria
                       AND vcp-sede(WS-IND-CUP) = wss-sede
                       AND vcp-turno(WS-IND-CUP) = wss-turno
                       AND vcp-comision(WS-IND-CUP) = wss-comision
                   MOVE "S" TO wss-cupo-repetido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la capacidad del curso es la del aula mas chica en la que
      * tiene horario; sin horario cargado no hay tope de aula. El
      * cupo de una comision se mide con los horarios de la comision
       1300-BUSCAR-CAPACIDAD-DEL-AULA.
           MOVE SPACES TO wss-aulaMenor
           MOVE 999 TO wss-capacidadAula
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR > wss-cont-horarios
               IF vho-nroMateria(WS-IND-HOR) = wss-nroMateria
                       AND vho-sede(WS-IND-HOR) = wss-sede
                       AND vho-turno(WS-IND-HOR) = wss-turno
                       AND (wss-comision = SPACES
                       OR vho-comision(WS-IND-HOR) = SPACES
                       OR vho-comision(WS-IND-HOR) = wss-comision)
                   PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                           UNTIL WS-IND-AUL > wss-cont-aulas
                       IF vau-sede(WS-IND-AUL) = wss-sede
                               AND vau-codigo(WS-IND-AUL) =
                                   vho-aula(WS-IND-HOR)
                               AND vau-capacidad(WS-IND-AUL) <
                                   wss-capacidadAula
                           MOVE vau-capacidad(WS-IND-AUL) TO
                               wss-capacidadAula
                           MOVE vau-codigo(WS-IND-AUL) TO
                               wss-aulaMenor
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF wss-aulaMenor = SPACES
               DISPLAY "el curso no tiene horario en un aula del "
                   "maestro, no se controla la capacidad"
           ELSE
               DISPLAY "capacidad del aula " wss-aulaMenor ": "
                   wss-capacidadAula " asientos"
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco cupos,
      * bajas de inscripcion y promociones de la lista de espera
       3150-REGISTRAR-AUDITORIA.
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------
                           vin-nroAlumno(wss-cont-inscrip)
                       MOVE INS-NRO-MATERIA TO
                           vin-nroMateria(wss-cont-inscrip)
                       MOVE INS-COMISION TO
                           vin-comision(wss-cont-inscrip)
                       MOVE "??" TO vin-sede(wss-cont-inscrip)
                       MOVE "?"  TO vin-turno(wss-cont-inscrip)
                       PERFORM VARYING WS-IND-ALU FROM 1 BY 1
           PERFORM 0900-CARGAR-CUPOS-EXISTENTES
           PERFORM 5500-CARGAR-INSCRIP-Y-ALUMNOS
           PERFORM 7100-CARGAR-LISTA-DE-ESPERA
           PERFORM 0970-CARGAR-COMISIONES
           IF wss-inscrip-lleno = "S" OR wss-espera-llena = "S"
               DISPLAY "INSCRIP.DAT o LISTESP.DAT superan los "
                   "vectores de trabajo: la promocion NO corre "
               IF vcp-nroMateria(WS-IND-CUP) = wss-nroMateria
                       AND vcp-sede(WS-IND-CUP) = wss-sede
                       AND vcp-turno(WS-IND-CUP) = wss-turno
                       AND vcp-comision(WS-IND-CUP) = SPACES
                   MOVE "S" TO wss-hay-cupo-def
                   MOVE vcp-cupo(WS-IND-CUP) TO wss-cupoCurso
               END-IF
           END-PERFORM
           IF wss-hay-cupo-def = "N"
                   OR wss-ocupacion < wss-cupoCurso
               PERFORM 7250-BUSCAR-COMISION-LIBRE
               IF wss-cont-com-curso = 0 OR wss-comision NOT = SPACES
                   PERFORM 7300-PROMOVER-UN-ALUMNO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con el curso abierto en comisiones el promovido va a la
      * primera comision con lugar; si estan todas llenas sigue en
      * la lista (wss-comision en blanco con comisiones en el curso)
       7250-BUSCAR-COMISION-LIBRE.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-curso
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                       AND vcm-sede(WS-IND-COM) = wss-sede
                       AND vcm-turno(WS-IND-COM) = wss-turno
                   ADD 1 TO wss-cont-com-curso
                   IF wss-comision = SPACES
                       MOVE vcm-cupo(WS-IND-COM) TO wss-cupoComision
                       PERFORM VARYING WS-IND-CUP FROM 1 BY 1
                               UNTIL WS-IND-CUP > wss-cont-cupos
                           IF vcp-nroMateria(WS-IND-CUP) =
                                   wss-nroMateria
                               AND vcp-comision(WS-IND-CUP) =
                                   vcm-codigo(WS-IND-COM)
                               MOVE vcp-cupo(WS-IND-CUP) TO
                                   wss-cupoComision
                           END-IF
                       END-PERFORM
                       MOVE 0 TO wss-ocupComision
                       PERFORM VARYING WS-IND-INS FROM 1 BY 1
                               UNTIL WS-IND-INS > wss-cont-inscrip
                           IF vin-nroMateria(WS-IND-INS) =
                                   wss-nroMateria
                               AND vin-comision(WS-IND-INS) =
                                   vcm-codigo(WS-IND-COM)
                               ADD 1 TO wss-ocupComision
                           END-IF
                       END-PERFORM
                       IF wss-cupoComision = 0
                               OR wss-ocupComision < wss-cupoComision
                           MOVE vcm-codigo(WS-IND-COM) TO wss-comision
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       7300-PROMOVER-UN-ALUMNO.
           MOVE esp-nroMateria TO INS-NRO-MATERIA
           MOVE wss-fechaHoy(1:4) TO INS-ANIO
           MOVE wss-fechaHoy(5:2) TO INS-MES
           MOVE wss-comision TO INS-COMISION
           WRITE REG-INS
           IF NOT wss-fs-ins-OK then
               display "error al escribir INSCRIP.DAT"
                       vin-nroMateria(wss-cont-inscrip)
                   MOVE esp-sede  TO vin-sede(wss-cont-inscrip)
                   MOVE esp-turno TO vin-turno(wss-cont-inscrip)
                   MOVE wss-comision TO
                       vin-comision(wss-cont-inscrip)
               END-IF
               MOVE SPACES TO aud-clave
               STRING esp-nroAlumno  DELIMITED BY SIZE
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "INS" TO K-ARCHIVOS
           MOVE "PGENCUPO" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "aviso: revisar los archivos con PVERCTL; "
                   "su control no se actualiza al salir"
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "INS" TO K-ARCHIVOS
           MOVE "PGENCUPO" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENCUPO" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCUPO.
