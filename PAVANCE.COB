      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Auditoria de avance de carrera, para un alumno o
      *    para toda una cohorte de una sede: recorre el plan del
      *    alumno en PLANMAT.DAT anio de estudio por anio de estudio
      *    (sin plan cargado, todas las materias activas) y marca
      *    cada materia como aprobada (HISTORIA.DAT aprobada o por
      *    equivalencia, o reconocida en EQUIVAL.DAT), cursando (la
      *    inscripcion de INSCRIP.DAT de un periodo todavia sin
      *    cerrar), disponible (con todas las correlativas de
      *    CORRELAT.DAT aprobadas) o bloqueada (con la primera
      *    correlativa que le falta). Da el porcentaje cumplido en
      *    materias y en carga horaria de MATERIA.dat y el anio de
      *    egreso mas temprano al ritmo actual (materias aprobadas
      *    en la institucion por anio desde el ingreso, contando el
      *    anio en curso). El detalle sale en AVANCE.DAT; por sede
      *    ademas el resumen AVANSEDE.DAT, una linea por alumno
      *    activo, marca como estancado al que no aprueba nada desde
      *    hace mas de un anio y no esta cursando, para que los
      *    tutores sepan a quien llamar.
      *    Si el plan del alumno exige practicas profesionalizantes
      *    (horas de practica en PLANES.DAT) el detalle muestra las
      *    horas aprobadas por el tutor en HORPRAC.DAT contra las
      *    exigidas, y con todas las materias aprobadas pero horas
      *    faltantes el egreso no figura COMPLETO sino PRACTICAS.
      *    Antes de procesar verifica ALUMNOS.DAT, MATERIA.dat,
      *    HISTORIA.DAT y INSCRIP.DAT contra sus registros de control de
      *    CTLMAEST.DAT a traves de RUTCONTR y, si no coinciden, termina
      *    con final anormal sin procesar nada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAVANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-MAT         ASSIGN TO "MATERIA.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS codigMateria
                                        FILE STATUS IS wss-fs-mat.

       SELECT OPTIONAL ARCH-PLM         ASSIGN TO "PLANMAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-plm.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-EQU         ASSIGN TO "EQUIVAL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-equ.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-COR         ASSIGN TO "CORRELAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cor.

       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-HRP         ASSIGN TO "HORPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hrp.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "AVANCE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-RES         ASSIGN TO "AVANSEDE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-res.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO     PIC X(6).
                05 ALU-NOMBRE         PIC X(23).
                05 ALU-NRO-PAIS       PIC X(3).
                05 ALU-PLAN           PIC X.
                05 ALU-FECHA-INGRESO  PIC 9(8).
                05 ALU-ESTADO         PIC X.
                    88 ALUMNO-ACTIVO          VALUE "A" " ".
                    88 ALUMNO-EGRESADO        VALUE "E".
                    88 ALUMNO-BAJA            VALUE "B".
                05 ALU-FECHA-ESTADO   PIC X(8).
                05 ALU-SEDE           PIC X(2).
                05 ALU-TURNO          PIC X.

       FD  ARCH-MAT.
           01  REG-MAT.
                05 codigMateria           PIC X(2).
                05 descripMateria         PIC X(20).
                05 cargaHoraria           PIC 9(3).
                05 activaMateria          PIC X.
                    88 MATERIA-ACTIVA             VALUE "S".

       FD  ARCH-PLM.
           01  REG-PLM.
                05 PLM-PLAN           PIC X.
                05 PLM-NRO-MATERIA    PIC 99.
                05 PLM-ANIO-ESTUDIO   PIC 9.
                05 ESPACIO-PLM        PIC XX.

       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-NRO-ALUMNO     PIC 9(6).
                05 HIS-NRO-MATERIA    PIC 99.
                05 HIS-ANIO-CIERRE    PIC 9(4).
                05 HIS-MES-CIERRE     PIC 99.
                05 HIS-PROMEDIO       PIC 99V99.
                05 HIS-CONDICION      PIC X.
                    88 HIS-APROBADO           VALUE "A".
                    88 HIS-DESAPROBADO        VALUE "D".
                    88 HIS-SIN-NOTAS          VALUE "S".
                    88 HIS-EQUIVALENCIA       VALUE "E".
                05 ESPACIO-HIS        PIC X.

       FD  ARCH-EQU.
           01  REG-EQU.
                05 EQU-NRO-ALUMNO     PIC 9(6).
                05 EQU-NRO-MATERIA    PIC 99.
                05 EQU-INSTITUCION    PIC X(20).
                05 EQU-RESOLUCION     PIC X(10).
                05 EQU-FECHA          PIC 9(8).
                05 ESPACIO-EQU        PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 ESPACIO-INS        PIC XX.

       FD  ARCH-COR.
           01  REG-COR.
                05 COR-NRO-MATERIA    PIC 99.
                05 COR-NRO-CORRELAT   PIC 99.
                05 ESPACIO-COR        PIC XX.

       FD  ARCH-PLA.
           01  REG-PLA.
                05 PLA-CODIGO         PIC X.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLA        PIC X.

       FD  ARCH-HRP.
           01  REG-HRP.
                05 HRP-NRO-ALUMNO     PIC 9(6).
                05 HRP-ORGANIZACION   PIC X(4).
                05 HRP-FECHA          PIC 9(8).
                05 HRP-HORAS          PIC 99.
                05 HRP-ESTADO         PIC X.
                    88 HORAS-APROBADAS        VALUE "A".
                05 HRP-FECHA-NOVEDAD  PIC 9(8).
                05 HRP-USUARIO        PIC X(20).
                05 ESPACIO-HRP        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

       FD  ARCH-RES.
           01  REG-RES               PIC X(100).

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
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-mat                    PIC X(2).
           88 wss-fs-mat-OK                        VALUE '00'.
       01  wss-fs-plm                    PIC X(2).
           88 wss-fs-plm-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  wss-fs-equ                    PIC X(2).
           88 wss-fs-equ-OK                        VALUE '00'.
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  wss-fs-cor                    PIC X(2).
           88 wss-fs-cor-OK                        VALUE '00'.
       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.
       01  wss-fs-hrp                    PIC X(2).
           88 wss-fs-hrp-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-res                    PIC X(2).
           88 wss-fs-res-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

      * un alumno puntual o la cohorte de una sede (anio de ingreso
      * en cero toma a todos los activos de la sede)
       77  wss-modo                      PIC 9     VALUE 0.
           88 MODO-UN-ALUMNO                       VALUE 1.
           88 MODO-SEDE                            VALUE 2.
       77  wss-alumnoElegido             PIC X(6).
       77  wss-sedeElegida               PIC X(2).
       77  wss-nombreSede                PIC X(20) VALUE SPACES.
       77  wss-sede-valida               PIC X.
       77  wss-anioCohorte               PIC 9(4)  VALUE 0.
       77  wss-corresponde               PIC X.

       01  wss-fechaHoy                  PIC 9(8).
       01  FILLER REDEFINES wss-fechaHoy.
           05 wss-anioHoy                PIC 9(4).
           05 wss-mesHoy                 PIC 99.
           05 wss-diaHoy                 PIC 99.

      * sin aprobar nada en mas de este numero de anios y sin
      * cursar, el alumno se marca como estancado
       77  wss-aniosSinAvance            PIC 9     VALUE 1.

      * todas las materias de MATERIA.dat con su carga horaria
       77  wss-cont-materias             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MATERIAS               OCCURS 100 TIMES.
           05 vma-nroMateria             PIC X(2).
           05 vma-descripcion            PIC X(20).
           05 vma-cargaHoraria           PIC 9(3).
           05 vma-activa                 PIC X.
       77  WS-IND-MAT                    PIC 9(3)  COMP.

      * materias por plan con su anio de estudio
       77  wss-cont-planmat              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-PLANMAT                OCCURS 300 TIMES.
           05 vpm-plan                   PIC X.
           05 vpm-nroMateria             PIC X(2).
           05 vpm-anioEstudio            PIC 9.
       77  WS-IND-PLM                    PIC 9(3)  COMP.

      * situacion de cada par alumno/materia: aprobada en la
      * institucion (S), solo por equivalencia (E) o no (N), anio de
      * la ultima aprobacion, ultimo periodo cerrado en el historial
      * y ultimo periodo inscripto (aaaamm)
       77  wss-cont-cursadas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CURSADAS               OCCURS 3000 TIMES.
           05 vcu-nroAlumno              PIC 9(6).
           05 vcu-nroMateria             PIC X(2).
           05 vcu-aprobada               PIC X.
           05 vcu-anioAprob              PIC 9(4).
           05 vcu-puntoCierre            PIC 9(6).
           05 vcu-puntoInsc              PIC 9(6).
       77  WS-IND-CUR                    PIC 9(4)  COMP.
       77  WS-IND-2                      PIC 9(4)  COMP.
       77  wss-nroAlumnoBus              PIC 9(6).
       77  wss-nroMateriaBus             PIC X(2).
       77  wss-punto                     PIC 9(6).
       77  wss-anioAux                   PIC 9(4).

      * reglas de correlatividad
       77  wss-cont-reglas               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CORRELATIVAS           OCCURS 200 TIMES.
           05 vco-nroMateria             PIC X(2).
           05 vco-nroCorrelat            PIC X(2).
       77  WS-IND-COR                    PIC 9(3)  COMP.

      * el plan del alumno que se esta auditando, ya clasificado:
      * A aprobada, C cursando, D disponible, B bloqueada
       77  wss-cont-plan                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-PLAN-ALUMNO            OCCURS 100 TIMES.
           05 vpl-nroMateria             PIC X(2).
           05 vpl-anioEstudio            PIC 9.
           05 vpl-descripcion            PIC X(20).
           05 vpl-cargaHoraria           PIC 9(3).
           05 vpl-situacion              PIC X.
           05 vpl-correlFalta            PIC X(2).
       77  WS-IND-PLA                    PIC 9(3)  COMP.
       77  wss-anioLista                 PIC 99.
       77  wss-hay-anio                  PIC X.

       77  wss-nroAlumnoAux              PIC 9(6).
       77  wss-anioIngreso               PIC 9(4).
       77  wss-correl-ok                 PIC X.
       77  wss-aprobadas                 PIC 9(3).
       77  wss-aprobPropias              PIC 9(3).
       77  wss-cursando                  PIC 9(3).
       77  wss-disponibles               PIC 9(3).
       77  wss-bloqueadas                PIC 9(3).
       77  wss-faltan                    PIC 9(3).
       77  wss-horasTotal                PIC 9(5).
       77  wss-horasAprob                PIC 9(5).
       77  wss-pctMaterias               PIC 9(3)V99.
       77  wss-pctHoras                  PIC 9(3)V99.
       77  wss-aniosCursados             PIC 9(3).
       77  wss-aniosFalta                PIC 9(3).
       77  wss-ritmo                     PIC 9(3)V99.
       77  wss-anioEgreso                PIC 9(4).
       77  wss-ultimoAnioAprob           PIC 9(4).
       77  wss-estancado                 PIC X.

      * horas de practica que exige cada plan y horas aprobadas
      * por el tutor de cada alumno
       77  wss-cont-pract-planes         PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PRACT-PLANES           OCCURS 10 TIMES.
           05 vpp-plan                   PIC X.
           05 vpp-horasPractica          PIC 9(3).
       77  WS-IND-PPL                    PIC 9(2)  COMP.
       77  wss-cont-alu-practica         PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PRACTICAS              OCCURS 3000 TIMES.
           05 vpr-nroAlumno              PIC 9(6).
           05 vpr-horasAprobadas         PIC 9(5)  COMP.
       77  WS-IND-PRA                    PIC 9(4)  COMP.
       77  wss-horasPractExigidas        PIC 9(3).
       77  wss-horasPractAprob           PIC 9(5).
       77  wss-horasPractFaltan          PIC 9(5).

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-auditados            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-estancados           PIC 9(5)  COMP VALUE 0.
       77  wss-acuPctMaterias            PIC 9(7)V99 COMP VALUE 0.
       77  wss-pctPromedio               PIC 9(3)V99.

       01  RUTINAS.
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(45) VALUE
           "  AVANCE DE CARRERA - CORRIDA DEL DIA        ".
           05 lti-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-ALUMNO.
           05 FILLER                     PIC X(9)  VALUE "  ALUMNO ".
           05 lal-nroAlumno              PIC X(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lal-nombre                 PIC X(23).
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lal-sede                   PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  PLAN ".
           05 lal-plan                   PIC X.
           05 FILLER                     PIC X(10) VALUE "  INGRESO ".
           05 lal-ingreso                PIC 9(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-estado                 PIC X(9).

       01  LINEA-ANIO-ESTUDIO.
           05 FILLER                     PIC X(22) VALUE
           "    ANIO DE ESTUDIO   ".
           05 lan-anio                   PIC 9.

       01  LINEA-PLAN-GENERAL.
           05 FILLER                     PIC X(40) VALUE
           "    SIN PLAN CARGADO: TODAS LAS MATERIAS".
           05 FILLER                     PIC X(8)  VALUE " ACTIVAS".

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(40) VALUE
           "      MAT  DESCRIPCION            HRS  S".
           05 FILLER                     PIC X(23) VALUE
           "ITUACION    CORRELATIVA".

       01  LINEA-MATERIA.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lma-nroMateria             PIC X(2).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lma-descripcion            PIC X(20).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lma-cargaHoraria           PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lma-situacion              PIC X(11).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lma-correlativa            PIC X(14).

       01  LINEA-PORCENTAJES.
           05 FILLER                     PIC X(15) VALUE
           "    MATERIAS:  ".
           05 lpo-aprobadas              PIC ZZ9.
           05 FILLER                     PIC X(4)  VALUE " DE ".
           05 lpo-total                  PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE " (".
           05 lpo-pctMaterias            PIC ZZ9.99.
           05 FILLER                     PIC X(13) VALUE
           "%)   HORAS:  ".
           05 lpo-horasAprob             PIC ZZZZ9.
           05 FILLER                     PIC X(4)  VALUE " DE ".
           05 lpo-horasTotal             PIC ZZZZ9.
           05 FILLER                     PIC X(2)  VALUE " (".
           05 lpo-pctHoras               PIC ZZ9.99.
           05 FILLER                     PIC X(2)  VALUE "%)".

       01  LINEA-CONTEOS.
           05 FILLER                     PIC X(15) VALUE
           "    APROBADAS: ".
           05 lco-aprobadas              PIC ZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  CURSANDO: ".
           05 lco-cursando               PIC ZZ9.
           05 FILLER                     PIC X(15) VALUE
           "  DISPONIBLES: ".
           05 lco-disponibles            PIC ZZ9.
           05 FILLER                     PIC X(14) VALUE
           "  BLOQUEADAS: ".
           05 lco-bloqueadas             PIC ZZ9.

       01  LINEA-RITMO.
           05 FILLER                     PIC X(11) VALUE
           "    RITMO: ".
           05 lri-ritmo                  PIC ZZ9.99.
           05 FILLER                     PIC X(30) VALUE
           " MATERIAS POR ANIO   EGRESO: ".
           05 lri-egreso                 PIC X(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lri-estancado              PIC X(9).

       01  LINEA-PRACTICAS.
           05 FILLER                     PIC X(34) VALUE
           "    PRACTICAS PROFESIONALIZANTES: ".
           05 lpr-aprobadas              PIC ZZZZ9.
           05 FILLER                     PIC X(4)  VALUE " DE ".
           05 lpr-exigidas               PIC ZZ9.
           05 FILLER                     PIC X(25) VALUE
           " HORAS APROBADAS (FALTAN ".
           05 lpr-faltan                 PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-TITULO-SEDE.
           05 FILLER                     PIC X(30) VALUE
           "  AVANCE DE CARRERA - SEDE    ".
           05 lts-sede                   PIC X(2).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lts-nombreSede             PIC X(20).
           05 FILLER                     PIC X(11) VALUE
           "  INGRESO: ".
           05 lts-cohorte                PIC X(5).
           05 FILLER                     PIC X(9)  VALUE "  FECHA: ".
           05 lts-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lts-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lts-anio                   PIC 9(4).

       01  LINEA-COLUMNAS-SEDE.
           05 FILLER                     PIC X(40) VALUE
           "  ALUMNO  NOMBRE                  ING.  ".
           05 FILLER                     PIC X(41) VALUE
           "APR/TOT   %MAT    %HS CUR DIS BLQ  EGRESO".

       01  LINEA-RESUMEN.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-nroAlumno              PIC X(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-ingreso                PIC 9(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-aprobadas              PIC 9(3).
           05 FILLER                     PIC X     VALUE "/".
           05 lre-total                  PIC 9(3).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-pctMaterias            PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-pctHoras               PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-cursando               PIC ZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-disponibles            PIC ZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-bloqueadas             PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-egreso                 PIC X(9).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-estancado              PIC X(9).

       01  LINEA-TOTALES-SEDE.
           05 FILLER                     PIC X(20) VALUE
           "  ALUMNOS ACTIVOS:  ".
           05 ltt-alumnos                PIC ZZZZ9.
           05 FILLER                     PIC X(16) VALUE
           "   ESTANCADOS:  ".
           05 ltt-estancados             PIC ZZZZ9.
           05 FILLER                     PIC X(22) VALUE
           "   AVANCE PROMEDIO:   ".
           05 ltt-pctPromedio            PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE "%".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR SEDES
       01  AREA-DE-COMMUNICATION-SED.
           05 DATOS-ENTRADA.
               10 OPCION-S            PIC 9.
               10 SED-NUM-DAT-BUSCAR  PIC X(2).
           05 DATOS-SALIDA.
               10 DESCRIPCION-SED     PIC X(20).
               10 COMO-TERMINO.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

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

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8600-VERIFICAR-CONTROLES
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           PERFORM 1000-ELEGIR-MODO
           PERFORM 1100-CARGAR-MATERIAS
           PERFORM 1200-CARGAR-MATERIAS-POR-PLAN
           PERFORM 1300-CARGAR-HISTORIA
           PERFORM 1400-CARGAR-EQUIVALENCIAS
           PERFORM 1500-CARGAR-INSCRIPCIONES
           PERFORM 1600-CARGAR-CORRELATIVAS
           PERFORM 1700-CARGAR-PRACTICAS

           IF wss-cont-materias = 0
               DISPLAY "no hay materias en MATERIA.dat, no hay plan "
                   "contra el que comparar"
           ELSE
               PERFORM 2000-AUDITAR-ALUMNOS
               MOVE "S" TO wss-corrida-normal
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-ELEGIR-MODO.
           PERFORM UNTIL MODO-UN-ALUMNO OR MODO-SEDE
               DISPLAY "AVANCE DE CARRERA: 1 = UN ALUMNO, 2 = COHORTE "
                   "DE UNA SEDE"
               ACCEPT wss-modo
           END-PERFORM
           IF MODO-UN-ALUMNO
               DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
               ACCEPT wss-alumnoElegido
           ELSE
               INITIALIZE AREA-DE-COMMUNICATION-SED
               MOVE 1 TO OPCION-S
               CALL Rsede USING AREA-DE-COMMUNICATION-SED
               MOVE "N" TO wss-sede-valida
               PERFORM UNTIL wss-sede-valida = "S"
                   DISPLAY "INGRESE LA SEDE A AUDITAR (2 caracteres)"
                   ACCEPT wss-sedeElegida
                   INITIALIZE AREA-DE-COMMUNICATION-SED
                   MOVE 2 TO OPCION-S
                   MOVE wss-sedeElegida TO SED-NUM-DAT-BUSCAR
                   CALL Rsede USING AREA-DE-COMMUNICATION-SED
                   IF retorn-num-s = 0
                       MOVE "S" TO wss-sede-valida
                       MOVE DESCRIPCION-SED TO wss-nombreSede
                   ELSE
                       DISPLAY "la sede ingresada no existe, reingrese"
                   END-IF
               END-PERFORM
               DISPLAY "INGRESE EL ANIO DE INGRESO DE LA COHORTE (0 "
                   "PARA TODOS LOS ACTIVOS DE LA SEDE)"
               ACCEPT wss-anioCohorte
           END-IF.

      *-----------------------------------------------------------------

       1100-CARGAR-MATERIAS.
           OPEN INPUT ARCH-MAT
           IF wss-fs-mat-OK
               READ ARCH-MAT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-materias < 100
                       ADD 1 TO wss-cont-materias
                       MOVE codigMateria TO
                           vma-nroMateria(wss-cont-materias)
                       MOVE descripMateria TO
                           vma-descripcion(wss-cont-materias)
                       MOVE cargaHoraria TO
                           vma-cargaHoraria(wss-cont-materias)
                       MOVE activaMateria TO
                           vma-activa(wss-cont-materias)
                   END-IF
                   READ ARCH-MAT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MAT
           ELSE
               CLOSE ARCH-MAT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1200-CARGAR-MATERIAS-POR-PLAN.
           OPEN INPUT ARCH-PLM
           IF wss-fs-plm-OK
               READ ARCH-PLM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-planmat < 300
                       ADD 1 TO wss-cont-planmat
                       MOVE PLM-PLAN TO vpm-plan(wss-cont-planmat)
                       MOVE PLM-NRO-MATERIA TO
                           vpm-nroMateria(wss-cont-planmat)
                       MOVE PLM-ANIO-ESTUDIO TO
                           vpm-anioEstudio(wss-cont-planmat)
                   END-IF
                   READ ARCH-PLM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLM
           ELSE
               CLOSE ARCH-PLM
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * del historial sale lo aprobado (tambien las equivalencias,
      * que acreditan pero no cuentan para el ritmo) y el ultimo
      * periodo cerrado de cada par, que separa una inscripcion
      * vieja de una que se esta cursando
       1300-CARGAR-HISTORIA.
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE HIS-NRO-ALUMNO TO wss-nroAlumnoBus
                   MOVE HIS-NRO-MATERIA TO wss-nroMateriaBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSADA
                   IF WS-IND-CUR > 0
                       COMPUTE wss-punto = HIS-ANIO-CIERRE * 100
                           + HIS-MES-CIERRE
                       IF wss-punto > vcu-puntoCierre(WS-IND-CUR)
                           MOVE wss-punto TO
                               vcu-puntoCierre(WS-IND-CUR)
                       END-IF
                       IF HIS-APROBADO
                           MOVE "S" TO vcu-aprobada(WS-IND-CUR)
                       END-IF
                       IF HIS-EQUIVALENCIA
                               AND vcu-aprobada(WS-IND-CUR) = "N"
                           MOVE "E" TO vcu-aprobada(WS-IND-CUR)
                       END-IF
                       IF (HIS-APROBADO OR HIS-EQUIVALENCIA)
                               AND HIS-ANIO-CIERRE >
                                   vcu-anioAprob(WS-IND-CUR)
                           MOVE HIS-ANIO-CIERRE TO
                               vcu-anioAprob(WS-IND-CUR)
                       END-IF
                   END-IF
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               CLOSE ARCH-HIS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * las equivalencias otorgadas antes de que se volcaran al
      * historial se reconocen igual desde EQUIVAL.DAT
       1400-CARGAR-EQUIVALENCIAS.
           OPEN INPUT ARCH-EQU
           IF wss-fs-equ-OK
               READ ARCH-EQU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE EQU-NRO-ALUMNO TO wss-nroAlumnoBus
                   MOVE EQU-NRO-MATERIA TO wss-nroMateriaBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSADA
                   IF WS-IND-CUR > 0
                       IF vcu-aprobada(WS-IND-CUR) = "N"
                           MOVE "E" TO vcu-aprobada(WS-IND-CUR)
                       END-IF
                       COMPUTE wss-anioAux = EQU-FECHA / 10000
                       IF wss-anioAux > vcu-anioAprob(WS-IND-CUR)
                           MOVE wss-anioAux TO
                               vcu-anioAprob(WS-IND-CUR)
                       END-IF
                   END-IF
                   READ ARCH-EQU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-EQU
           ELSE
               CLOSE ARCH-EQU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1500-CARGAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE INS-NRO-ALUMNO TO wss-nroAlumnoBus
                   MOVE INS-NRO-MATERIA TO wss-nroMateriaBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSADA
                   IF WS-IND-CUR > 0
                       COMPUTE wss-punto = INS-ANIO * 100 + INS-MES
                       IF wss-punto > vcu-puntoInsc(WS-IND-CUR)
                           MOVE wss-punto TO vcu-puntoInsc(WS-IND-CUR)
                       END-IF
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1600-CARGAR-CORRELATIVAS.
           OPEN INPUT ARCH-COR
           IF wss-fs-cor-OK
               READ ARCH-COR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-reglas < 200
                       ADD 1 TO wss-cont-reglas
                       MOVE COR-NRO-MATERIA TO
                           vco-nroMateria(wss-cont-reglas)
                       MOVE COR-NRO-CORRELAT TO
                           vco-nroCorrelat(wss-cont-reglas)
                   END-IF
                   READ ARCH-COR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-COR
           ELSE
               CLOSE ARCH-COR
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * horas de practica que exige cada plan y horas que el tutor
      * ya aprobo a cada alumno (las pendientes no cuentan)
       1700-CARGAR-PRACTICAS.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-pract-planes < 10
                       ADD 1 TO wss-cont-pract-planes
                       MOVE PLA-CODIGO TO
                           vpp-plan(wss-cont-pract-planes)
                       MOVE PLA-HORAS-PRACTICA TO
                           vpp-horasPractica(wss-cont-pract-planes)
                   END-IF
                   READ ARCH-PLA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLA
           ELSE
               CLOSE ARCH-PLA
           END-IF
           MOVE "N" TO flag
           OPEN INPUT ARCH-HRP
           IF wss-fs-hrp-OK
               READ ARCH-HRP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HORAS-APROBADAS
                       PERFORM 1750-SUMAR-HORAS-ALUMNO
                   END-IF
                   READ ARCH-HRP AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HRP
           ELSE
               CLOSE ARCH-HRP
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1750-SUMAR-HORAS-ALUMNO.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                   UNTIL WS-IND-PRA > wss-cont-alu-practica
                   OR WS-IND-2 > 0
               IF vpr-nroAlumno(WS-IND-PRA) = HRP-NRO-ALUMNO
                   MOVE WS-IND-PRA TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0 AND wss-cont-alu-practica < 3000
               ADD 1 TO wss-cont-alu-practica
               MOVE wss-cont-alu-practica TO WS-IND-2
               MOVE HRP-NRO-ALUMNO TO vpr-nroAlumno(WS-IND-2)
               MOVE 0 TO vpr-horasAprobadas(WS-IND-2)
           END-IF
           IF WS-IND-2 > 0
               ADD HRP-HORAS TO vpr-horasAprobadas(WS-IND-2)
           END-IF.

      *-----------------------------------------------------------------

      * deja en WS-IND-CUR el par wss-nroAlumnoBus/wss-nroMateriaBus,
      * o cero si no esta
       1900-BUSCAR-CURSADA.
           MOVE 0 TO WS-IND-CUR
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > wss-cont-cursadas
                   OR WS-IND-CUR > 0
               IF vcu-nroAlumno(WS-IND-2) = wss-nroAlumnoBus
                       AND vcu-nroMateria(WS-IND-2) =
                           wss-nroMateriaBus
                   MOVE WS-IND-2 TO WS-IND-CUR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1950-UBICAR-O-AGREGAR-CURSADA.
           PERFORM 1900-BUSCAR-CURSADA
           IF WS-IND-CUR = 0
               IF wss-cont-cursadas < 3000
                   ADD 1 TO wss-cont-cursadas
                   MOVE wss-cont-cursadas TO WS-IND-CUR
                   MOVE wss-nroAlumnoBus TO vcu-nroAlumno(WS-IND-CUR)
                   MOVE wss-nroMateriaBus TO vcu-nroMateria(WS-IND-CUR)
                   MOVE "N" TO vcu-aprobada(WS-IND-CUR)
                   MOVE 0 TO vcu-anioAprob(WS-IND-CUR)
                   MOVE 0 TO vcu-puntoCierre(WS-IND-CUR)
                   MOVE 0 TO vcu-puntoInsc(WS-IND-CUR)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 3000 cursadas, la "
                       "auditoria queda incompleta"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-AUDITAR-ALUMNOS.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo AVANCE.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-diaHoy  TO lti-dia
           MOVE wss-mesHoy  TO lti-mes
           MOVE wss-anioHoy TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           IF MODO-SEDE
               PERFORM 2050-ABRIR-RESUMEN-SEDE
           END-IF
           OPEN INPUT ARCH-ALU
           IF NOT wss-fs-alu-OK then
               display "error al abrir el archivo ALUMNOS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           READ ARCH-ALU AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               ADD 1 TO wss-cont-leidos
               PERFORM 2080-VER-SI-CORRESPONDE
               IF wss-corresponde = "S"
                   ADD 1 TO wss-cont-auditados
                   PERFORM 2100-AUDITAR-UN-ALUMNO
               END-IF
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-ALU
           CLOSE ARCH-LIS
           IF MODO-SEDE
               WRITE REG-RES FROM SPACES
               MOVE wss-cont-auditados TO ltt-alumnos
               MOVE wss-cont-estancados TO ltt-estancados
               IF wss-cont-auditados > 0
                   DIVIDE wss-cont-auditados INTO wss-acuPctMaterias
                       GIVING wss-pctPromedio
               ELSE
                   MOVE 0 TO wss-pctPromedio
               END-IF
               MOVE wss-pctPromedio TO ltt-pctPromedio
               WRITE REG-RES FROM LINEA-TOTALES-SEDE
               CLOSE ARCH-RES
           END-IF
           DISPLAY "*** AUDITORIA DE AVANCE DE CARRERA COMPLETADA ***"
           IF MODO-UN-ALUMNO AND wss-cont-auditados = 0
               DISPLAY "el alumno " wss-alumnoElegido " no existe en "
                   "ALUMNOS.DAT"
           ELSE
               DISPLAY "alumnos auditados: " wss-cont-auditados
                   "  estancados: " wss-cont-estancados
               DISPLAY "detalle por alumno en AVANCE.DAT"
               IF MODO-SEDE
                   DISPLAY "resumen de la sede en AVANSEDE.DAT"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2050-ABRIR-RESUMEN-SEDE.
           OPEN OUTPUT ARCH-RES
           IF NOT wss-fs-res-OK then
               display "error al abrir el archivo AVANSEDE.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-sedeElegida TO lts-sede
           MOVE wss-nombreSede  TO lts-nombreSede
           IF wss-anioCohorte = 0
               MOVE "TODOS" TO lts-cohorte
           ELSE
               MOVE wss-anioCohorte TO lts-cohorte
           END-IF
           MOVE wss-diaHoy  TO lts-dia
           MOVE wss-mesHoy  TO lts-mes
           MOVE wss-anioHoy TO lts-anio
           WRITE REG-RES FROM LINEA-TITULO-SEDE
           WRITE REG-RES FROM SPACES
           WRITE REG-RES FROM LINEA-COLUMNAS-SEDE.

      *-----------------------------------------------------------------

      * un alumno puntual se audita en cualquier estado; la cohorte
      * de la sede son sus alumnos activos
       2080-VER-SI-CORRESPONDE.
           MOVE "N" TO wss-corresponde
           COMPUTE wss-anioIngreso = ALU-FECHA-INGRESO / 10000
           IF MODO-UN-ALUMNO
               IF ALU-NRO-ALUMNO = wss-alumnoElegido
                   MOVE "S" TO wss-corresponde
               END-IF
           ELSE
               IF ALUMNO-ACTIVO AND ALU-SEDE = wss-sedeElegida
                   IF wss-anioCohorte = 0
                           OR wss-anioIngreso = wss-anioCohorte
                       MOVE "S" TO wss-corresponde
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-AUDITAR-UN-ALUMNO.
           MOVE ALU-NRO-ALUMNO TO wss-nroAlumnoAux
           PERFORM 2200-ARMAR-PLAN-DEL-ALUMNO
           MOVE 0 TO wss-aprobadas
           MOVE 0 TO wss-aprobPropias
           MOVE 0 TO wss-cursando
           MOVE 0 TO wss-disponibles
           MOVE 0 TO wss-bloqueadas
           MOVE 0 TO wss-horasTotal
           MOVE 0 TO wss-horasAprob
           MOVE wss-anioIngreso TO wss-ultimoAnioAprob
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-plan
               PERFORM 2300-CLASIFICAR-MATERIA
           END-PERFORM
           PERFORM 2450-CALCULAR-PRACTICAS
           PERFORM 2400-CALCULAR-AVANCE
           PERFORM 2500-LISTAR-DETALLE
           IF MODO-SEDE
               PERFORM 2600-GRABAR-RESUMEN
           END-IF.

      *-----------------------------------------------------------------

      * las materias del plan del alumno con su anio de estudio; sin
      * plan o con un plan sin materias cargadas van todas las
      * activas, sin anio
       2200-ARMAR-PLAN-DEL-ALUMNO.
           MOVE 0 TO wss-cont-plan
           IF ALU-PLAN NOT = SPACE
               PERFORM VARYING WS-IND-PLM FROM 1 BY 1
                       UNTIL WS-IND-PLM > wss-cont-planmat
                   IF vpm-plan(WS-IND-PLM) = ALU-PLAN
                           AND wss-cont-plan < 100
                       ADD 1 TO wss-cont-plan
                       MOVE vpm-nroMateria(WS-IND-PLM) TO
                           vpl-nroMateria(wss-cont-plan)
                       MOVE vpm-anioEstudio(WS-IND-PLM) TO
                           vpl-anioEstudio(wss-cont-plan)
                   END-IF
               END-PERFORM
           END-IF
           IF wss-cont-plan = 0
               PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                       UNTIL WS-IND-MAT > wss-cont-materias
                   IF vma-activa(WS-IND-MAT) = "S"
                       ADD 1 TO wss-cont-plan
                       MOVE vma-nroMateria(WS-IND-MAT) TO
                           vpl-nroMateria(wss-cont-plan)
                       MOVE 0 TO vpl-anioEstudio(wss-cont-plan)
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       2300-CLASIFICAR-MATERIA.
           MOVE SPACES TO vpl-descripcion(WS-IND-PLA)
           MOVE 0 TO vpl-cargaHoraria(WS-IND-PLA)
           MOVE SPACES TO vpl-correlFalta(WS-IND-PLA)
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > wss-cont-materias
               IF vma-nroMateria(WS-IND-MAT) =
                       vpl-nroMateria(WS-IND-PLA)
                   MOVE vma-descripcion(WS-IND-MAT) TO
                       vpl-descripcion(WS-IND-PLA)
                   MOVE vma-cargaHoraria(WS-IND-MAT) TO
                       vpl-cargaHoraria(WS-IND-PLA)
               END-IF
           END-PERFORM
           ADD vpl-cargaHoraria(WS-IND-PLA) TO wss-horasTotal

           MOVE wss-nroAlumnoAux TO wss-nroAlumnoBus
           MOVE vpl-nroMateria(WS-IND-PLA) TO wss-nroMateriaBus
           PERFORM 1900-BUSCAR-CURSADA
           IF WS-IND-CUR > 0 AND vcu-aprobada(WS-IND-CUR) NOT = "N"
               MOVE "A" TO vpl-situacion(WS-IND-PLA)
               ADD 1 TO wss-aprobadas
               ADD vpl-cargaHoraria(WS-IND-PLA) TO wss-horasAprob
               IF vcu-aprobada(WS-IND-CUR) = "S"
                   ADD 1 TO wss-aprobPropias
               END-IF
               IF vcu-anioAprob(WS-IND-CUR) > wss-ultimoAnioAprob
                   MOVE vcu-anioAprob(WS-IND-CUR) TO
                       wss-ultimoAnioAprob
               END-IF
           ELSE
               IF WS-IND-CUR > 0 AND vcu-puntoInsc(WS-IND-CUR) >
                       vcu-puntoCierre(WS-IND-CUR)
                   MOVE "C" TO vpl-situacion(WS-IND-PLA)
                   ADD 1 TO wss-cursando
               ELSE
                   PERFORM 2350-VERIFICAR-CORRELATIVAS
                   IF wss-correl-ok = "S"
                       MOVE "D" TO vpl-situacion(WS-IND-PLA)
                       ADD 1 TO wss-disponibles
                   ELSE
                       MOVE "B" TO vpl-situacion(WS-IND-PLA)
                       ADD 1 TO wss-bloqueadas
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * todas las correlativas de la materia tienen que estar
      * aprobadas; se guarda la primera que falta para el listado
       2350-VERIFICAR-CORRELATIVAS.
           MOVE "S" TO wss-correl-ok
           PERFORM VARYING WS-IND-COR FROM 1 BY 1
                   UNTIL WS-IND-COR > wss-cont-reglas
                   OR wss-correl-ok = "N"
               IF vco-nroMateria(WS-IND-COR) =
                       vpl-nroMateria(WS-IND-PLA)
                   MOVE vco-nroCorrelat(WS-IND-COR) TO
                       wss-nroMateriaBus
                   PERFORM 1900-BUSCAR-CURSADA
                   IF WS-IND-CUR = 0
                       MOVE "N" TO wss-correl-ok
                   ELSE
                       IF vcu-aprobada(WS-IND-CUR) = "N"
                           MOVE "N" TO wss-correl-ok
                       END-IF
                   END-IF
                   IF wss-correl-ok = "N"
                       MOVE vco-nroCorrelat(WS-IND-COR) TO
                           vpl-correlFalta(WS-IND-PLA)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * porcentajes cumplidos, ritmo de materias aprobadas por anio
      * desde el ingreso (el anio en curso cuenta entero) y el anio
      * de egreso que da ese ritmo para lo que falta; sin ninguna
      * aprobada propia no hay ritmo del que sacar un egreso
       2400-CALCULAR-AVANCE.
           COMPUTE wss-faltan = wss-cont-plan - wss-aprobadas
           IF wss-cont-plan > 0
               COMPUTE wss-pctMaterias ROUNDED =
                   wss-aprobadas * 100 / wss-cont-plan
           ELSE
               MOVE 0 TO wss-pctMaterias
           END-IF
           IF wss-horasTotal > 0
               COMPUTE wss-pctHoras ROUNDED =
                   wss-horasAprob * 100 / wss-horasTotal
           ELSE
               MOVE 0 TO wss-pctHoras
           END-IF
           IF wss-anioIngreso > 0 AND wss-anioIngreso <= wss-anioHoy
               COMPUTE wss-aniosCursados =
                   wss-anioHoy - wss-anioIngreso + 1
           ELSE
               MOVE 1 TO wss-aniosCursados
           END-IF
           COMPUTE wss-ritmo ROUNDED =
               wss-aprobPropias / wss-aniosCursados
           MOVE 0 TO wss-anioEgreso
           IF wss-faltan = 0
               IF wss-horasPractFaltan > 0
                   MOVE "PRACTICAS" TO lri-egreso
               ELSE
                   MOVE "COMPLETO" TO lri-egreso
               END-IF
           ELSE
               IF wss-aprobPropias = 0
                   MOVE "SIN RITMO" TO lri-egreso
               ELSE
                   COMPUTE wss-aniosFalta =
                       (wss-faltan * wss-aniosCursados
                       + wss-aprobPropias - 1) / wss-aprobPropias
                   COMPUTE wss-anioEgreso =
                       wss-anioHoy + wss-aniosFalta - 1
                   MOVE wss-anioEgreso TO lri-egreso
               END-IF
           END-IF
           MOVE "N" TO wss-estancado
           MOVE SPACES TO lri-estancado
           IF wss-faltan > 0 AND wss-cursando = 0
               IF wss-ultimoAnioAprob + wss-aniosSinAvance
                       < wss-anioHoy
                   MOVE "S" TO wss-estancado
                   MOVE "ESTANCADO" TO lri-estancado
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * horas de practica que exige el plan del alumno contra las
      * aprobadas por el tutor
       2450-CALCULAR-PRACTICAS.
           MOVE 0 TO wss-horasPractExigidas
           MOVE 0 TO wss-horasPractAprob
           MOVE 0 TO wss-horasPractFaltan
           IF ALU-PLAN NOT = SPACE
               PERFORM VARYING WS-IND-PPL FROM 1 BY 1
                       UNTIL WS-IND-PPL > wss-cont-pract-planes
                   IF vpp-plan(WS-IND-PPL) = ALU-PLAN
                       MOVE vpp-horasPractica(WS-IND-PPL)
                           TO wss-horasPractExigidas
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                   UNTIL WS-IND-PRA > wss-cont-alu-practica
               IF vpr-nroAlumno(WS-IND-PRA) = wss-nroAlumnoAux
                   MOVE vpr-horasAprobadas(WS-IND-PRA)
                       TO wss-horasPractAprob
               END-IF
           END-PERFORM
           IF wss-horasPractAprob < wss-horasPractExigidas
               COMPUTE wss-horasPractFaltan = wss-horasPractExigidas
                   - wss-horasPractAprob
           END-IF.

      *-----------------------------------------------------------------

       2500-LISTAR-DETALLE.
           WRITE REG-LIS FROM SPACES
           MOVE ALU-NRO-ALUMNO TO lal-nroAlumno
           MOVE ALU-NOMBRE     TO lal-nombre
           MOVE ALU-SEDE       TO lal-sede
           MOVE ALU-PLAN       TO lal-plan
           MOVE wss-anioIngreso TO lal-ingreso
           EVALUATE TRUE
               WHEN ALUMNO-ACTIVO
                   MOVE "ACTIVO" TO lal-estado
               WHEN ALUMNO-EGRESADO
                   MOVE "EGRESADO" TO lal-estado
               WHEN ALUMNO-BAJA
                   MOVE "BAJA" TO lal-estado
               WHEN OTHER
                   MOVE SPACES TO lal-estado
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-ALUMNO
           WRITE REG-LIS FROM LINEA-COLUMNAS
           PERFORM VARYING wss-anioLista FROM 0 BY 1
                   UNTIL wss-anioLista > 9
               PERFORM 2550-LISTAR-UN-ANIO
           END-PERFORM
           MOVE wss-aprobadas   TO lpo-aprobadas
           MOVE wss-cont-plan   TO lpo-total
           MOVE wss-pctMaterias TO lpo-pctMaterias
           MOVE wss-horasAprob  TO lpo-horasAprob
           MOVE wss-horasTotal  TO lpo-horasTotal
           MOVE wss-pctHoras    TO lpo-pctHoras
           WRITE REG-LIS FROM LINEA-PORCENTAJES
           MOVE wss-aprobadas   TO lco-aprobadas
           MOVE wss-cursando    TO lco-cursando
           MOVE wss-disponibles TO lco-disponibles
           MOVE wss-bloqueadas  TO lco-bloqueadas
           WRITE REG-LIS FROM LINEA-CONTEOS
           IF wss-horasPractExigidas > 0
               MOVE wss-horasPractAprob    TO lpr-aprobadas
               MOVE wss-horasPractExigidas TO lpr-exigidas
               MOVE wss-horasPractFaltan   TO lpr-faltan
               WRITE REG-LIS FROM LINEA-PRACTICAS
           END-IF
           MOVE wss-ritmo       TO lri-ritmo
           WRITE REG-LIS FROM LINEA-RITMO.

      *-----------------------------------------------------------------

       2550-LISTAR-UN-ANIO.
           MOVE "N" TO wss-hay-anio
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-plan
               IF vpl-anioEstudio(WS-IND-PLA) = wss-anioLista
                   IF wss-hay-anio = "N"
                       MOVE "S" TO wss-hay-anio
                       IF wss-anioLista = 0
                           WRITE REG-LIS FROM LINEA-PLAN-GENERAL
                       ELSE
                           MOVE wss-anioLista TO lan-anio
                           WRITE REG-LIS FROM LINEA-ANIO-ESTUDIO
                       END-IF
                   END-IF
                   MOVE vpl-nroMateria(WS-IND-PLA)   TO lma-nroMateria
                   MOVE vpl-descripcion(WS-IND-PLA)  TO lma-descripcion
                   MOVE vpl-cargaHoraria(WS-IND-PLA) TO
                       lma-cargaHoraria
                   MOVE SPACES TO lma-correlativa
                   EVALUATE vpl-situacion(WS-IND-PLA)
                       WHEN "A"
                           MOVE "APROBADA" TO lma-situacion
                       WHEN "C"
                           MOVE "CURSANDO" TO lma-situacion
                       WHEN "D"
                           MOVE "DISPONIBLE" TO lma-situacion
                       WHEN "B"
                           MOVE "BLOQUEADA" TO lma-situacion
                           STRING "FALTA LA "  DELIMITED BY SIZE
                               vpl-correlFalta(WS-IND-PLA)
                                               DELIMITED BY SIZE
                               INTO lma-correlativa
                           END-STRING
                   END-EVALUATE
                   WRITE REG-LIS FROM LINEA-MATERIA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2600-GRABAR-RESUMEN.
           MOVE ALU-NRO-ALUMNO  TO lre-nroAlumno
           MOVE ALU-NOMBRE      TO lre-nombre
           MOVE wss-anioIngreso TO lre-ingreso
           MOVE wss-aprobadas   TO lre-aprobadas
           MOVE wss-cont-plan   TO lre-total
           MOVE wss-pctMaterias TO lre-pctMaterias
           MOVE wss-pctHoras    TO lre-pctHoras
           MOVE wss-cursando    TO lre-cursando
           MOVE wss-disponibles TO lre-disponibles
           MOVE wss-bloqueadas  TO lre-bloqueadas
           MOVE lri-egreso      TO lre-egreso
           MOVE lri-estancado   TO lre-estancado
           WRITE REG-RES FROM LINEA-RESUMEN
           IF NOT wss-fs-res-OK then
               display "error al escribir AVANSEDE.DAT"
           END-IF
           ADD wss-pctMaterias TO wss-acuPctMaterias
           IF wss-estancado = "S"
               ADD 1 TO wss-cont-estancados
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PAVANCE " TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-auditados TO est-escritos
               MOVE 0 TO est-rechazados
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
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUMATHISINS" TO K-ARCHIVOS
           MOVE "PAVANCE" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PAVANCE.
