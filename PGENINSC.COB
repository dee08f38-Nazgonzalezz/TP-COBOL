      *    materia, anio y mes de inscripcion), validando el alumno
      *    contra ALUMNOS.DAT y la materia contra MATERIA.dat a traves
      *    de RLEEALUM y RLEEMATE, igual que PGENNOTA. Rechaza la
      *    inscripcion repetida del mismo alumno a la misma materia.
      *    El alumno en probatoria academica segun PROBACIO.DAT (la
      *    deja PPONDERA) no puede inscribirse en mas materias por
      *    periodo que el tope de PROBPARM.DAT (3 si no esta); solo el
      *    supervisor puede pasarlo y queda en AUDIT.LOG. Si el curso
      *    del alumno esta abierto en comisiones (COMISION.DAT) la
      *    inscripcion se graba con la comision, que se asigna sola
      *    cuando hay una con lugar o la elige el operador.
      *    El alumno dado de baja por abandono (baja abierta en
      *    ABANDONO.DAT) se puede volver a inscribir desde el periodo
      *    de la baja y PABANDON lo readmite en su corrida siguiente;
      *    las demas bajas y los egresados no se inscriben.
      *    Al empezar avisa si INSCRIP.DAT no coincide con su registro
      *    de control de CTLMAEST.DAT y al salir deja los nuevos totales
      *    a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-PRB         ASSIGN TO "PROBACIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prb.

       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       SELECT OPTIONAL ARCH-PPR         ASSIGN TO "PROBPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ppr.

       SELECT OPTIONAL ARCH-ABA         ASSIGN TO "ABANDONO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aba.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-INS.
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 HOR-COMISION       PIC XX.

       FD  ARCH-ALU.
           01  REG-ALU.
                05 CUP-SEDE           PIC X(2).
                05 CUP-TURNO          PIC X.
                05 CUP-CUPO           PIC 9(3).
                05 CUP-COMISION       PIC XX.

       FD  ARCH-LES.
           01  REG-LES.
                    88 POSTEO-CERRADO         VALUE "C".
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-PRB.
           01  REG-PRB.
                05 PRB-NRO-ALUMNO     PIC 9(6).
                05 PRB-ACU-PONDERADO  PIC 9(7)V99.
                05 PRB-ACU-HORAS      PIC 9(5).
                05 PRB-PROM-ACUM      PIC 99V99.
                05 PRB-PROM-PERIODO   PIC 99V99.
                05 PRB-ULT-ANIO       PIC 9(4).
                05 PRB-ULT-MES        PIC 99.
                05 PRB-CIERRES-BAJO   PIC 9.
                05 PRB-ESTADO         PIC X.
                    88 PRB-EN-PROBATORIA      VALUE "P".
                05 PRB-DESDE-ANIO     PIC 9(4).
                05 PRB-DESDE-MES      PIC 99.
                05 ESPACIO-PRB        PIC XX.

       FD  ARCH-PPR.
           01  REG-PPR.
                05 ppr-umbral         PIC 99V99.
                05 ppr-cierresBajo    PIC 9.
                05 ppr-maxMaterias    PIC 99.

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

      * ciclos de abandono que deja PABANDON; solo interesa la baja
      * por abandono todavia abierta
       FD  ARCH-ABA.
           01  REG-ABA.
                05 ABA-NRO-ALUMNO     PIC 9(6).
                05 ABA-ESTADO         PIC X.
                    88 ABANDONO-BAJA          VALUE "B".
                05 ABA-FECHA-PROPUESTA PIC 9(8).
                05 ABA-ULT-INSCRIP    PIC 9(6).
                05 ABA-ULT-NOTA       PIC 9(6).
                05 ABA-ULT-ASISTEN    PIC 9(6).
                05 ABA-FECHA-CONFIRMA PIC 9(8).
                05 ABA-TUTOR          PIC X(20).
                05 ABA-FECHA-BAJA     PIC 9(8).
                05 ABA-MOTIVO         PIC X(10).
                05 ABA-FECHA-CIERRE   PIC 9(8).
                05 ESPACIO-ABA        PIC XX.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
                05 wss-nroMateria     PIC X(2).
                05 wss-anio           PIC 9(4).
                05 wss-mes            PIC 99.
                05 wss-comision       PIC XX      VALUE SPACES.

       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  VECTOR-INSCRIPCIONES          OCCURS 1000 TIMES.
           05 vin-nroAlumno              PIC X(6).
           05 vin-nroMateria             PIC X(2).
           05 vin-anio                   PIC 9(4).
           05 vin-mes                    PIC 99.
           05 vin-comision               PIC X(2).
       77  wss-ya-inscripto              PIC X     VALUE "N".
           88 YA-INSCRIPTO                         VALUE "S".
       77  WS-IND-INS                    PIC 9(4)  COMP.
           05 vho-dia                    PIC 9.
           05 vho-horaDesde              PIC 9(4).
           05 vho-horaHasta              PIC 9(4).
           05 vho-comision               PIC X(2).
       77  WS-IND-HOR                    PIC 9(3)  COMP.
       77  WS-IND-HO2                    PIC 9(3)  COMP.
       77  wss-sedeAlu                   PIC X(2).
           05 vcp-sede                   PIC X(2).
           05 vcp-turno                  PIC X.
           05 vcp-cupo                   PIC 9(3).
           05 vcp-comision               PIC X(2).
       77  WS-IND-CUP                    PIC 9(3)  COMP.
       77  WS-IND-AL2                    PIC 9(3)  COMP.
       77  wss-ocupacion                 PIC 9(4)  COMP.
       77  wss-posteo-cerrado            PIC X.
       77  wss-destraba                  PIC X.

      * alumnos en probatoria academica (PROBACIO.DAT) y tope de
      * materias por periodo que pueden cursar mientras dure
       01  wss-fs-prb                    PIC X(2).
           88 wss-fs-prb-OK                        VALUE '00'.
       01  wss-fs-ppr                    PIC X(2).
           88 wss-fs-ppr-OK                        VALUE '00'.
       77  wss-maxMaterias               PIC 99    VALUE 03.
       77  wss-cont-probatoria           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-PROBATORIA             OCCURS 500 TIMES.
           05 vpr-nroAlumno              PIC 9(6).
       77  WS-IND-PRB                    PIC 9(3)  COMP.
       77  wss-nroAlumnoNum              PIC 9(6).
       77  wss-en-probatoria             PIC X.
       77  wss-cont-periodo              PIC 9(3)  COMP.
       77  wss-supera-tope               PIC X.

      * comisiones activas de COMISION.DAT: cuando el curso del alumno
      * (materia, sede y turno) esta abierto en comisiones, la
      * inscripcion queda en una de ellas y la comision llena no se
      * ofrece; el cupo de la comision es el de CUPOS.DAT para esa
      * comision si esta cargado y si no el del maestro (0 sin limite)
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-cupo                   PIC 9(3).
           05 vcm-ocupacion              PIC 9(4)  COMP.
           05 vcm-libre                  PIC X.
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-cont-com-curso            PIC 9(3)  COMP.
       77  wss-cont-com-libres           PIC 9(3)  COMP.
       77  wss-cupoComision              PIC 9(4)  COMP.
       77  wss-comision-elegida          PIC X(2).
       77  wss-comision-valida           PIC X.

      * alumnos dados de baja por abandono (ABANDONO.DAT) con el
      * periodo de la baja: se pueden volver a inscribir desde ese
      * periodo y la corrida siguiente de PABANDON los readmite
       01  wss-fs-aba                    PIC X(2).
           88 wss-fs-aba-OK                        VALUE '00'.
       77  wss-cont-bajasAban            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-BAJAS-ABANDONO         OCCURS 3000 TIMES.
           05 vba-nroAlumno              PIC 9(6).
           05 vba-periodoBaja            PIC 9(6).
       77  WS-IND-ABA                    PIC 9(4)  COMP.
       77  wss-periodoBaja               PIC 9(6)  VALUE 0.
       77  wss-alumno-admitido           PIC X.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

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
           PERFORM 0500-CARGAR-PLANES-DE-ALUMNOS
           PERFORM 0550-CARGAR-MATERIAS-POR-PLAN
           PERFORM 0560-CARGAR-CUPOS
           PERFORM 0570-CARGAR-CALENDARIO
           PERFORM 0580-CARGAR-PROBATORIA
           PERFORM 0590-CARGAR-COMISIONES
           PERFORM 0595-CARGAR-BAJAS-ABANDONO
           PERFORM 0600-CARGAR-HORARIOS
           PERFORM 0700-CARGAR-NOTA-MINIMA
           PERFORM 0800-CARGAR-APROBADAS
                       MOVE CUP-SEDE  TO vcp-sede(wss-cont-cupos)
                       MOVE CUP-TURNO TO vcp-turno(wss-cont-cupos)
                       MOVE CUP-CUPO  TO vcp-cupo(wss-cont-cupos)
                       MOVE CUP-COMISION TO
                           vcp-comision(wss-cont-cupos)
                   END-IF
                   READ ARCH-CUP AT END MOVE 1 TO flag
                   END-READ

      *-----------------------------------------------------------------

      * baja los alumnos que PPONDERA dejo en probatoria y el tope de
      * materias por periodo; sin los archivos no hay tope
       0580-CARGAR-PROBATORIA.
           OPEN INPUT ARCH-PPR
           IF wss-fs-ppr-OK
               READ ARCH-PPR AT END CONTINUE
                   NOT AT END
                       IF ppr-maxMaterias IS NUMERIC
                               AND ppr-maxMaterias > 0
                           MOVE ppr-maxMaterias TO wss-maxMaterias
                       END-IF
               END-READ
               CLOSE ARCH-PPR
           ELSE
               CLOSE ARCH-PPR
           END-IF
           OPEN INPUT ARCH-PRB
           IF wss-fs-prb-OK
               MOVE 0 TO flag
               READ ARCH-PRB AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PRB-EN-PROBATORIA AND wss-cont-probatoria < 500
                       ADD 1 TO wss-cont-probatoria
                       MOVE PRB-NRO-ALUMNO TO
                           vpr-nroAlumno(wss-cont-probatoria)
                   END-IF
                   READ ARCH-PRB AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PRB
           ELSE
               CLOSE ARCH-PRB
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * baja las comisiones activas; sin COMISION.DAT ningun curso
      * tiene comisiones y la inscripcion queda sin comision
       0590-CARGAR-COMISIONES.
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

      * baja los alumnos con la baja por abandono abierta; sin
      * ABANDONO.DAT ningun alumno dado de baja se puede inscribir
       0595-CARGAR-BAJAS-ABANDONO.
           OPEN INPUT ARCH-ABA
           IF wss-fs-aba-OK
               MOVE 0 TO flag
               READ ARCH-ABA AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF ABANDONO-BAJA AND wss-cont-bajasAban < 3000
                       ADD 1 TO wss-cont-bajasAban
                       MOVE ABA-NRO-ALUMNO TO
                           vba-nroAlumno(wss-cont-bajasAban)
                       MOVE ABA-FECHA-BAJA(1:6) TO
                           vba-periodoBaja(wss-cont-bajasAban)
                   END-IF
                   READ ARCH-ABA AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ABA
           ELSE
               CLOSE ARCH-ABA
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * baja los horarios de cursada de HORARIOS.DAT; sin el archivo
      * no hay control de choques y la inscripcion sigue como siempre
       0600-CARGAR-HORARIOS.
                           vho-horaDesde(wss-cont-horarios)
                       MOVE HOR-HORA-HASTA TO
                           vho-horaHasta(wss-cont-horarios)
                       MOVE HOR-COMISION TO
                           vho-comision(wss-cont-horarios)
                   END-IF
                   READ ARCH-HOR AT END MOVE 1 TO flag
                   END-READ
                           vin-nroAlumno(wss-cont-inscrip)
                       MOVE INS-NRO-MATERIA TO
                           vin-nroMateria(wss-cont-inscrip)
                       MOVE INS-ANIO TO vin-anio(wss-cont-inscrip)
                       MOVE INS-MES TO vin-mes(wss-cont-inscrip)
                       MOVE INS-COMISION TO
                           vin-comision(wss-cont-inscrip)
                   END-IF
                   READ ARCH-INS AT END MOVE 1 TO flag
                   END-READ

      *-----------------------------------------------------------------

      * se inscribe el alumno activo y tambien el dado de baja por
      * abandono, que queda readmitido en la corrida siguiente de
      * PABANDON; las demas bajas y el egresado no se inscriben
       2100-VALIDAR-ALUMNO-EXISTENTE.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           MOVE "N" TO wss-alumno-admitido
           MOVE 0 TO wss-periodoBaja
           IF retorn-num = 0
               IF ESTADO-DATO = "A" OR ESTADO-DATO = SPACE
                   MOVE "S" TO wss-alumno-admitido
               ELSE
                   IF ESTADO-DATO = "B"
                       PERFORM 2150-BUSCAR-BAJA-ABANDONO
                   END-IF
               END-IF
           END-IF
           IF wss-alumno-admitido = "S" THEN
               MOVE 1 TO flag
               MOVE SEDE-DATO  TO wss-sedeAlu
               MOVE TURNO-DATO TO wss-turnoAlu
                   "activo, reingrese"
           END-IF.

      *-----------------------------------------------------------------

       2150-BUSCAR-BAJA-ABANDONO.
           MOVE wss-nroAlumno TO wss-nroAlumnoNum
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-bajasAban
                   OR wss-alumno-admitido = "S"
               IF vba-nroAlumno(WS-IND-ABA) = wss-nroAlumnoNum
                   MOVE "S" TO wss-alumno-admitido
                   MOVE vba-periodoBaja(WS-IND-ABA) TO wss-periodoBaja
               END-IF
           END-PERFORM
           IF wss-alumno-admitido = "S"
               DISPLAY "el alumno esta dado de baja por abandono desde "
                   wss-periodoBaja(5:2) "/" wss-periodoBaja(1:4)
                   "; la inscripcion lo readmite en la proxima "
                   "corrida de abandono"
           END-IF.

      *-----------------------------------------------------------------

       3000-INGRE-DATOS-Y-CARG-ARCH.
               DISPLAY "inscripcion cancelada, no se grabo nada"
           ELSE
               PERFORM 3200-INGRESAR-PERIODO
               PERFORM 3300-VERIFICAR-TOPE-PROBATORIA
               IF wss-supera-tope = "S"
                   DISPLAY "inscripcion rechazada por el tope de la "
                       "probatoria, no se grabo nada"
               ELSE

               WRITE REG-INS FROM WSS-REG-INS
               IF NOT wss-fs-ins-OK then
                       vin-nroAlumno(wss-cont-inscrip)
                   MOVE wss-nroMateria TO
                       vin-nroMateria(wss-cont-inscrip)
                   MOVE wss-anio TO vin-anio(wss-cont-inscrip)
                   MOVE wss-mes TO vin-mes(wss-cont-inscrip)
                   MOVE wss-comision TO
                       vin-comision(wss-cont-inscrip)
               END-IF
               MOVE SPACES TO aud-clave
               STRING wss-nroAlumno DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               END-IF
           END-IF
           PERFORM 2000-INGRESAR-NRO-ALUMNO-VALIDADO UNTIL FLAG = 1.

                       PERFORM 3130-VERIFICAR-CORRELATIVAS
                       IF wss-correl-ok = "S"
                           PERFORM 3135-VERIFICAR-CUPO
                           IF wss-curso-completo = "N"
                               PERFORM 3160-ELEGIR-COMISION
                           END-IF
                           IF wss-curso-completo = "S"
                               PERFORM 3137-OFRECER-LISTA-ESPERA
                               MOVE "S" TO wss-materia-cancelada
               IF vcp-nroMateria(WS-IND-CUP) = wss-nroMateria
                       AND vcp-sede(WS-IND-CUP) = wss-sedeAlu
                       AND vcp-turno(WS-IND-CUP) = wss-turnoAlu
                       AND vcp-comision(WS-IND-CUP) = SPACES
                   MOVE "S" TO wss-hay-cupo-def
                   MOVE vcp-cupo(WS-IND-CUP) TO wss-cupoCurso
               END-IF
               IF vho-nroMateria(WS-IND-HOR) = wss-nroMateria
                       AND vho-sede(WS-IND-HOR) = wss-sedeAlu
                       AND vho-turno(WS-IND-HOR) = wss-turnoAlu
                       AND (vho-comision(WS-IND-HOR) = SPACES
                       OR vho-comision(WS-IND-HOR) = wss-comision)
                   PERFORM 3145-COMPARAR-CON-INSCRIPTAS
               END-IF
           END-PERFORM.
                       IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno
                               AND vin-nroMateria(WS-IND-INS) =
                                   vho-nroMateria(WS-IND-HO2)
                               AND (vho-comision(WS-IND-HO2) = SPACES
                               OR vho-comision(WS-IND-HO2) =
                                   vin-comision(WS-IND-INS))
                           DISPLAY "ATENCION: el horario de la "
                               "materia " wss-nroMateria " se pisa "
                               "con el de la materia "
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * con el curso del alumno abierto en comisiones la inscripcion
      * va a una comision con lugar: si hay una sola se asigna sola,
      * si hay varias el operador elige; con todas llenas el curso
      * se trata como completo y se ofrece la lista de espera. Sin
      * comisiones cargadas la inscripcion queda sin comision
       3160-ELEGIR-COMISION.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-curso
           MOVE 0 TO wss-cont-com-libres
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               MOVE "N" TO vcm-libre(WS-IND-COM)
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                       AND vcm-sede(WS-IND-COM) = wss-sedeAlu
                       AND vcm-turno(WS-IND-COM) = wss-turnoAlu
                   ADD 1 TO wss-cont-com-curso
                   PERFORM 3165-OCUPACION-COMISION
                   IF wss-cupoComision = 0 OR
                           vcm-ocupacion(WS-IND-COM) < wss-cupoComision
                       MOVE "S" TO vcm-libre(WS-IND-COM)
                       ADD 1 TO wss-cont-com-libres
                       MOVE vcm-codigo(WS-IND-COM) TO
                           wss-comision-elegida
                   END-IF
               END-IF
           END-PERFORM
           IF wss-cont-com-curso > 0
               EVALUATE TRUE
                   WHEN wss-cont-com-libres = 0
                       DISPLAY "todas las comisiones de la materia "
                           wss-nroMateria " en la sede " wss-sedeAlu
                           " turno " wss-turnoAlu " estan llenas"
                       MOVE "S" TO wss-curso-completo
                   WHEN wss-cont-com-libres = 1
                       MOVE wss-comision-elegida TO wss-comision
                       DISPLAY "el alumno queda en la comision "
                           wss-comision
                   WHEN OTHER
                       PERFORM 3170-PEDIR-COMISION
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

      * ocupacion de la comision WS-IND-COM sobre las inscripciones
      * grabadas y su cupo vigente en wss-cupoComision
       3165-OCUPACION-COMISION.
           MOVE vcm-cupo(WS-IND-COM) TO wss-cupoComision
           PERFORM VARYING WS-IND-CUP FROM 1 BY 1
                   UNTIL WS-IND-CUP > wss-cont-cupos
               IF vcp-nroMateria(WS-IND-CUP) = wss-nroMateria
                       AND vcp-comision(WS-IND-CUP) =
                           vcm-codigo(WS-IND-COM)
                   MOVE vcp-cupo(WS-IND-CUP) TO wss-cupoComision
               END-IF
           END-PERFORM
           MOVE 0 TO vcm-ocupacion(WS-IND-COM)
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroMateria(WS-IND-INS) = wss-nroMateria
                       AND vin-comision(WS-IND-INS) =
                           vcm-codigo(WS-IND-COM)
                   ADD 1 TO vcm-ocupacion(WS-IND-COM)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3170-PEDIR-COMISION.
           DISPLAY "COMISIONES CON LUGAR DE LA MATERIA " wss-nroMateria
               " EN LA SEDE " wss-sedeAlu " TURNO " wss-turnoAlu ":"
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-libre(WS-IND-COM) = "S"
                   DISPLAY "  COMISION " vcm-codigo(WS-IND-COM)
                       "  INSCRIPTOS " vcm-ocupacion(WS-IND-COM)
               END-IF
           END-PERFORM
           MOVE "N" TO wss-comision-valida
           PERFORM UNTIL wss-comision-valida = "S"
               DISPLAY "INGRESE LA COMISION"
               ACCEPT wss-comision-elegida
               PERFORM VARYING WS-IND-COM FROM 1 BY 1
                       UNTIL WS-IND-COM > wss-cont-comisiones
                       OR wss-comision-valida = "S"
                   IF vcm-libre(WS-IND-COM) = "S"
                           AND vcm-codigo(WS-IND-COM) =
                               wss-comision-elegida
                       MOVE "S" TO wss-comision-valida
                   END-IF
               END-PERFORM
               IF wss-comision-valida = "N"
                   DISPLAY "la comision no esta entre las ofrecidas, "
                       "reingrese"
               END-IF
           END-PERFORM
           MOVE wss-comision-elegida TO wss-comision.

      *-----------------------------------------------------------------

       3200-INGRESAR-PERIODO.
               DISPLAY "INGRESE EL MES DE INSCRIPCION (2 digitos)"
               ACCEPT wss-mes
               PERFORM 3250-VERIFICAR-POSTEO-CALENDARIO
               IF wss-posteo-cerrado = "N"
                   PERFORM 3260-VERIFICAR-PERIODO-READMISION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el dado de baja por abandono solo se readmite inscribiendose
      * para el periodo de la baja o uno posterior; el periodo
      * anterior se vuelve a pedir
       3260-VERIFICAR-PERIODO-READMISION.
           IF wss-periodoBaja > 0
               COMPUTE wss-puntoMov = wss-anio * 100 + wss-mes
               IF wss-puntoMov < wss-periodoBaja
                   DISPLAY "el periodo es anterior a la baja por "
                       "abandono del alumno, reingrese"
                   MOVE "X" TO wss-posteo-cerrado
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * el periodo que el registrador cerro para el posteo en el
      * calendario academico no admite inscripciones; solo el
      * supervisor puede destrabarlo y el destrabe queda en
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * el alumno en probatoria academica tiene un tope de materias
      * por periodo (anio y mes de inscripcion); pasado el tope solo
      * el supervisor puede autorizar la inscripcion y el pase queda
      * en AUDIT.LOG con la marca TOPEPROB
       3300-VERIFICAR-TOPE-PROBATORIA.
           MOVE "N" TO wss-supera-tope
           MOVE "N" TO wss-en-probatoria
           MOVE wss-nroAlumno TO wss-nroAlumnoNum
           PERFORM VARYING WS-IND-PRB FROM 1 BY 1
                   UNTIL WS-IND-PRB > wss-cont-probatoria
                   OR wss-en-probatoria = "S"
               IF vpr-nroAlumno(WS-IND-PRB) = wss-nroAlumnoNum
                   MOVE "S" TO wss-en-probatoria
               END-IF
           END-PERFORM
           IF wss-en-probatoria = "S"
               MOVE 0 TO wss-cont-periodo
               PERFORM VARYING WS-IND-INS FROM 1 BY 1
                       UNTIL WS-IND-INS > wss-cont-inscrip
                   IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno
                           AND vin-anio(WS-IND-INS) = wss-anio
                           AND vin-mes(WS-IND-INS) = wss-mes
                       ADD 1 TO wss-cont-periodo
                   END-IF
               END-PERFORM
               IF wss-cont-periodo >= wss-maxMaterias
                   MOVE "S" TO wss-supera-tope
                   DISPLAY "el alumno " wss-nroAlumno " esta en "
                       "probatoria academica y ya tiene "
                       wss-cont-periodo " materias en el periodo "
                       wss-mes "/" wss-anio " (tope " wss-maxMaterias
                       ")"
                   PERFORM 8800-OBTENER-USUARIO-SESION
                   IF wss-rol-sesion = "S" OR wss-rol-sesion = SPACE
                       DISPLAY "DESEA AUTORIZARLA COMO SUPERVISOR? "
                           "(S/N)"
                       ACCEPT wss-destraba
                       IF wss-destraba = "S" OR wss-destraba = "s"
                           MOVE "N" TO wss-supera-tope
                           MOVE SPACES TO aud-clave
                           STRING "TOPEPROB/"    DELIMITED BY SIZE
                               wss-nroAlumno     DELIMITED BY SIZE
                               "/"               DELIMITED BY SIZE
                               wss-nroMateria    DELIMITED BY SIZE
                               INTO aud-clave
                           END-STRING
                           PERFORM 3150-REGISTRAR-AUDITORIA
                       END-IF
                   ELSE
                       DISPLAY "su rol no puede pasar el tope de la "
                           "probatoria"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "INS" TO K-ARCHIVOS
           MOVE "PGENINSC" TO K-PROGRAMA
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
           MOVE "PGENINSC" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENINSC" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENINSC.
