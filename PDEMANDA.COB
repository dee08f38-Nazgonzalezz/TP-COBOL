      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Batch de pronostico de demanda y planificacion de
      *    cursos para el periodo que viene, en lugar de cargar
      *    CUPOS.DAT a ojo y pasar semanas atendiendo LISTESP.DAT.
      *    Para cada materia, sede y turno estima la demanda con las
      *    propuestas de PREINSCR del periodo (PREINSC.DAT, afectadas
      *    por el porcentaje de toma), los repitentes esperados (los
      *    alumnos con la materia en curso por la tasa de no
      *    aprobacion de esa materia en HISTORIA.DAT), la lista de
      *    espera pendiente que no tiene propuesta y, en el primer
      *    semestre, los ingresantes proyectados segun la tendencia
      *    de ALU-FECHA-INGRESO de los ultimos tres anios repartidos
      *    en las materias de primer anio. Compara la demanda con el
      *    cupo de CUPOS.DAT y la capacidad del aula de HORARIOS.DAT
      *    y AULAS.DAT y recomienda abrir, ampliar, fusionar o no
      *    abrir cursos (DEMANDA.DAT). El pronostico queda grabado en
      *    PRONOST.DAT y se controla contra lo inscripto en
      *    INSCRIP.DAT en el mismo periodo del anio anterior
      *    (PRECISIO.DAT). Toma, tamanio de curso sin cupo ni aula y
      *    porcentaje bajo el cual se propone fusionar salen de
      *    DEMAPARM.DAT o rigen 100%, 40 y 40%.
      *    Antes de procesar verifica ALUMNOS.DAT, MATERIA.dat,
      *    HISTORIA.DAT y INSCRIP.DAT contra sus registros de control de
      *    CTLMAEST.DAT a traves de RUTCONTR y, si no coinciden, termina
      *    con final anormal sin procesar nada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDEMANDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-MAT         ASSIGN TO "MATERIA.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS codigMateria
                                        FILE STATUS IS wss-fs-mat.

       SELECT OPTIONAL ARCH-PLM         ASSIGN TO "PLANMAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-plm.

       SELECT OPTIONAL ARCH-COR         ASSIGN TO "CORRELAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cor.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-CIE         ASSIGN TO "CIERRES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cie.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-PRE         ASSIGN TO "PREINSC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pre.

       SELECT OPTIONAL ARCH-LES         ASSIGN TO "LISTESP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-les.

       SELECT OPTIONAL ARCH-CUP         ASSIGN TO "CUPOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cup.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-AUL         ASSIGN TO "AULAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aul.

       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "DEMAPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-PRN         ASSIGN TO "PRONOST.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prn.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "DEMANDA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-PRC         ASSIGN TO "PRECISIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prc.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCH-COR.
           01  REG-COR.
                05 COR-NRO-MATERIA    PIC 99.
                05 COR-NRO-CORRELAT   PIC 99.
                05 ESPACIO-COR        PIC XX.

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

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO     PIC X(6).
                05 ALU-NOMBRE         PIC X(23).
                05 ALU-NRO-PAIS       PIC X(3).
                05 ALU-PLAN           PIC X.
                05 ALU-FECHA-INGRESO  PIC 9(8).
                05 ALU-ESTADO         PIC X.
                    88 ALUMNO-ACTIVO          VALUE "A" " ".
                05 ALU-FECHA-ESTADO   PIC X(8).
                05 ALU-SEDE           PIC X(2).
                05 ALU-TURNO          PIC X.

       FD  ARCH-CIE.
           01  REG-CIE.
                05 CIE-ANIO-DESDE     PIC 9(4).
                05 CIE-MES-DESDE      PIC 99.
                05 CIE-ANIO-HASTA     PIC 9(4).
                05 CIE-MES-HASTA      PIC 99.
                05 ESPACIO-CIE        PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 ESPACIO-INS        PIC XX.

       FD  ARCH-PRE.
           01  REG-PRE.
                05 PRE-SEDE           PIC X(2).
                05 PRE-NRO-ALUMNO     PIC X(6).
                05 PRE-NRO-MATERIA    PIC 99.
                05 PRE-ANIO           PIC 9(4).
                05 PRE-MES            PIC 99.
                05 ESPACIO-PRE        PIC XX.

       FD  ARCH-LES.
           01  REG-LES.
                05 LES-NRO-ALUMNO     PIC 9(6).
                05 LES-NRO-MATERIA    PIC 99.
                05 LES-SEDE           PIC X(2).
                05 LES-TURNO          PIC X.
                05 LES-FECHA          PIC 9(8).
                05 ESPACIO-LES        PIC XX.

       FD  ARCH-CUP.
           01  REG-CUP.
                05 CUP-NRO-MATERIA    PIC 99.
                05 CUP-SEDE           PIC X(2).
                05 CUP-TURNO          PIC X.
                05 CUP-CUPO           PIC 9(3).
                05 ESPACIO-CUP        PIC XX.

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

       FD  ARCH-AUL.
           01  REG-AUL.
                05 AUL-SEDE           PIC X(2).
                05 AUL-CODIGO         PIC X(4).
                05 AUL-DESCRIP        PIC X(20).
                05 AUL-CAPACIDAD      PIC 9(3).
                05 AUL-TIPO           PIC X.
                05 AUL-ACTIVA         PIC X.
                05 ESPACIO-AUL        PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-pctToma        PIC 9(3).
                05 par-tamanioCurso   PIC 9(3).
                05 par-pctFusion      PIC 99.

      * un registro por curso y periodo pronosticado; la corrida que
      * repite un periodo reemplaza su pronostico anterior
       FD  ARCH-PRN.
           01  REG-PRN.
                05 PRN-ANIO           PIC 9(4).
                05 PRN-MES            PIC 99.
                05 PRN-NRO-MATERIA    PIC 99.
                05 PRN-SEDE           PIC X(2).
                05 PRN-TURNO          PIC X.
                05 PRN-DEMANDA        PIC 9(5).
                05 PRN-FECHA          PIC 9(8).
                05 ESPACIO-PRN        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(120).

       FD  ARCH-PRC.
           01  REG-PRC               PIC X(90).

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

       01  wss-fs-mat                    PIC X(2).
           88 wss-fs-mat-OK                        VALUE '00'.
       01  wss-fs-plm                    PIC X(2).
           88 wss-fs-plm-OK                        VALUE '00'.
       01  wss-fs-cor                    PIC X(2).
           88 wss-fs-cor-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-cie                    PIC X(2).
           88 wss-fs-cie-OK                        VALUE '00'.
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  wss-fs-pre                    PIC X(2).
           88 wss-fs-pre-OK                        VALUE '00'.
       01  wss-fs-les                    PIC X(2).
           88 wss-fs-les-OK                        VALUE '00'.
       01  wss-fs-cup                    PIC X(2).
           88 wss-fs-cup-OK                        VALUE '00'.
       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.
       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.
       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.
       01  wss-fs-prn                    PIC X(2).
           88 wss-fs-prn-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-prc                    PIC X(2).
           88 wss-fs-prc-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

      * periodo a pronosticar y el mismo periodo del anio anterior,
      * contra el que se mide la precision
       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-anioAnterior              PIC 9(4).
       77  wss-fechaHoy                  PIC 9(8).

      * reglas del pronostico (las de siempre si no hay DEMAPARM.DAT)
       77  wss-pctToma                   PIC 9(3)  VALUE 100.
       77  wss-tamanioCurso              PIC 9(3)  VALUE 040.
       77  wss-pctFusion                 PIC 99    VALUE 40.

      * materias con su tasa de aprobacion historica y la marca de
      * primer anio, donde se reparten los ingresantes
       77  wss-cont-materias             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MATERIAS               OCCURS 100 TIMES.
           05 vma-nroMateria             PIC X(2).
           05 vma-descripcion            PIC X(20).
           05 vma-activa                 PIC X.
           05 vma-primerAnio             PIC X.
           05 vma-aprobadas              PIC 9(5)  COMP.
           05 vma-cursadas               PIC 9(5)  COMP.
           05 vma-tasa                   PIC 9V9999.
       77  WS-IND-MAT                    PIC 9(3)  COMP.
       77  wss-nroMateriaAux             PIC X(2).
       77  wss-hay-primerAnio            PIC X     VALUE "N".
       77  wss-tiene-correlativa         PIC X.
       77  wss-tot-aprobadas             PIC 9(7)  COMP VALUE 0.
       77  wss-tot-cursadas              PIC 9(7)  COMP VALUE 0.
       77  wss-tasaGeneral               PIC 9V9999 VALUE 0.
       77  wss-cont-reglas               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CORRELATIVAS           OCCURS 200 TIMES.
           05 vco-nroMateria             PIC X(2).
       77  WS-IND-COR                    PIC 9(3)  COMP.

      * alumnos con su sede, turno y anio de ingreso
       77  wss-cont-alumnos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ALUMNOS                OCCURS 3000 TIMES.
           05 val-nroAlumno              PIC 9(6).
           05 val-sede                   PIC X(2).
           05 val-turno                  PIC X.
       77  WS-IND-ALU                    PIC 9(4)  COMP.
       77  wss-nroAlumnoBus              PIC 9(6).

      * ingresantes por sede y turno en los tres anios anteriores y
      * los ya cargados del anio pronosticado
       77  wss-cont-ingresos             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-INGRESOS               OCCURS 100 TIMES.
           05 vig-sede                   PIC X(2).
           05 vig-turno                  PIC X.
           05 vig-hace3                  PIC 9(5)  COMP.
           05 vig-hace2                  PIC 9(5)  COMP.
           05 vig-hace1                  PIC 9(5)  COMP.
           05 vig-actual                 PIC 9(5)  COMP.
           05 vig-proyeccion             PIC 9(5)  COMP.
       77  WS-IND-ING                    PIC 9(3)  COMP.
       77  wss-anioIngreso               PIC 9(4).
       77  wss-proyeccion                PIC S9(6) VALUE 0.
       77  wss-tot-proyeccion            PIC 9(6)  COMP VALUE 0.

      * inscripciones abiertas (posteriores al ultimo cierre): el
      * alumno que figura cursando la materia y vuelve a estar
      * propuesto es un repitente posible
       77  wss-ultimoCierre              PIC 9(6)  VALUE 0.
       77  wss-puntoAux                  PIC 9(6).
       77  wss-cont-abiertas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ABIERTAS               OCCURS 3000 TIMES.
           05 vab-nroAlumno              PIC 9(6).
           05 vab-nroMateria             PIC X(2).
       77  WS-IND-ABI                    PIC 9(4)  COMP.
       77  wss-esta-cursando             PIC X.

      * propuestas del periodo, para no contar dos veces al alumno
      * que ademas esta en la lista de espera
       77  wss-cont-propuestas           PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PROPUESTAS             OCCURS 5000 TIMES.
           05 vpr-nroAlumno              PIC 9(6).
           05 vpr-nroMateria             PIC X(2).
       77  WS-IND-PRO                    PIC 9(4)  COMP.
       77  wss-tiene-propuesta           PIC X.
       77  wss-cont-leidas               PIC 9(7)  COMP VALUE 0.

      * aulas y horarios para la capacidad real de cada curso
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
           05 vau-capacidad              PIC 9(3).
       77  WS-IND-AUL                    PIC 9(3)  COMP.

      * un renglon por curso (materia, sede y turno) con cada fuente
      * de demanda, la capacidad y la recomendacion
       77  wss-cont-cursos               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CURSOS                 OCCURS 500 TIMES.
           05 vcs-clave.
               10 vcs-nroMateria         PIC X(2).
               10 vcs-sede               PIC X(2).
               10 vcs-turno              PIC X.
           05 vcs-propuestas             PIC 9(5)  COMP.
           05 vcs-repitentes             PIC 9(5)V99.
           05 vcs-espera                 PIC 9(5)  COMP.
           05 vcs-ingresantes            PIC 9(5)  COMP.
           05 vcs-demanda                PIC 9(5).
           05 vcs-cupo                   PIC 9(3).
           05 vcs-capAula                PIC 9(3).
           05 vcs-abiertos               PIC 9(2).
           05 vcs-tamanio                PIC 9(3).
           05 vcs-necesarios             PIC 9(3).
           05 vcs-recomendacion          PIC X(30).
       01  WSS-CURSO-AUX                 PIC X(73).
       77  WS-IND-CUR                    PIC 9(3)  COMP.
       77  WS-IND-CU2                    PIC 9(3)  COMP.
       01  wss-claveBus.
           05 wss-materiaBus             PIC X(2).
           05 wss-sedeBus                PIC X(2).
           05 wss-turnoBus               PIC X.
       77  wss-hallado                   PIC X.
       77  wss-cursosNuevos              PIC 9(3).
       77  wss-editado                   PIC ZZ9.
       77  wss-tot-demanda               PIC 9(7)  COMP VALUE 0.
       77  wss-tot-abiertos              PIC 9(5)  COMP VALUE 0.
       77  wss-tot-necesarios            PIC 9(5)  COMP VALUE 0.

      * pronosticos grabados de otros periodos, que se regraban
       77  wss-cont-pronosticos          PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PRONOSTICOS            OCCURS 3000 TIMES
                                         PIC X(26).
       77  WS-IND-PRN                    PIC 9(4)  COMP.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.

      * pronostico del anio anterior contra lo que realmente se
      * inscribio en ese periodo
       77  wss-hay-pronostico-ant        PIC X     VALUE "N".
       77  wss-cont-precision            PIC 9(3)  COMP VALUE 0.
       01  VECTOR-PRECISION              OCCURS 500 TIMES.
           05 vpc-clave.
               10 vpc-nroMateria         PIC X(2).
               10 vpc-sede               PIC X(2).
               10 vpc-turno              PIC X.
           05 vpc-pronostico             PIC 9(5)  COMP.
           05 vpc-real                   PIC 9(5)  COMP.
       77  WS-IND-PRC                    PIC 9(3)  COMP.
       77  wss-desvio                    PIC S9(5) VALUE 0.
       77  wss-desvioAbs                 PIC 9(5)  VALUE 0.
       77  wss-tot-pronostico            PIC 9(7)  COMP VALUE 0.
       77  wss-tot-real                  PIC 9(7)  COMP VALUE 0.
       77  wss-tot-desvioAbs             PIC 9(7)  COMP VALUE 0.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".

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

       01  LINEA-TITULO.
           05 FILLER                     PIC X(39) VALUE
           "  PRONOSTICO DE DEMANDA PARA EL PERIODO".
           05 FILLER                     PIC X     VALUE SPACE.
           05 lti-mesPer                 PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anioPer                PIC 9(4).
           05 FILLER                     PIC X(12) VALUE
           " - CORRIDA ".
           05 lti-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-REGLAS.
           05 FILLER                     PIC X(22) VALUE
           "  TOMA DE PROPUESTAS: ".
           05 lre-pctToma                PIC ZZ9.
           05 FILLER                     PIC X(22) VALUE
           "%  TAMANIO DE CURSO: ".
           05 lre-tamanio                PIC ZZ9.
           05 FILLER                     PIC X(22) VALUE
           "  FUSIONAR DEBAJO DEL ".
           05 lre-pctFusion              PIC Z9.
           05 FILLER                     PIC X(25) VALUE
           "%  INGRESANTES PROYECT.: ".
           05 lre-ingresantes            PIC ZZZZ9.

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(40) VALUE
           "  MT MATERIA              SEDE T  PROP. ".
           05 FILLER                     PIC X(40) VALUE
           "REPIT ESPER INGR. DEMAN CUPO AULA CUR  N".
           05 FILLER                     PIC X(17) VALUE
           "EC  RECOMENDACION".

       01  LINEA-CURSO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-nroMateria             PIC X(2).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-nombre                 PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-sede                   PIC X(2).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-turno                  PIC X.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-propuestas             PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-repitentes             PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-espera                 PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-ingresantes            PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-demanda                PIC ZZZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-cupo                   PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-capAula                PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-abiertos               PIC Z9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-necesarios             PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-recomendacion          PIC X(30).

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(19) VALUE
           "  DEMANDA TOTAL:   ".
           05 ltt-demanda                PIC ZZZZZZ9.
           05 FILLER                     PIC X(20) VALUE
           "   CURSOS ABIERTOS: ".
           05 ltt-abiertos               PIC ZZZZ9.
           05 FILLER                     PIC X(22) VALUE
           "   CURSOS NECESARIOS: ".
           05 ltt-necesarios             PIC ZZZZ9.

       01  LINEA-TITULO-PRC.
           05 FILLER                     PIC X(40) VALUE
           "  PRECISION DEL PRONOSTICO DEL PERIODO  ".
           05 lpt-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lpt-anio                   PIC 9(4).
           05 FILLER                     PIC X(27) VALUE
           " CONTRA LO INSCRIPTO".

       01  LINEA-COLUMNAS-PRC.
           05 FILLER                     PIC X(40) VALUE
           "  MT MATERIA              SEDE T   PRON.".
           05 FILLER                     PIC X(24) VALUE
           "   REAL    DESVIO ERROR%".

       01  LINEA-PRECISION.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpr-nroMateria             PIC X(2).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpr-nombre                 PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpr-sede                   PIC X(2).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpr-turno                  PIC X.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpr-pronostico             PIC ZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpr-real                   PIC ZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpr-desvio                 PIC -ZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpr-error                  PIC ZZZ9.
           05 lpr-errorX REDEFINES lpr-error
                                         PIC X(4).

       01  LINEA-TOTALES-PRC.
           05 FILLER                     PIC X(22) VALUE
           "  TOTAL PRONOSTICADO: ".
           05 ltp-pronostico             PIC ZZZZZZ9.
           05 FILLER                     PIC X(21) VALUE
           "   TOTAL INSCRIPTO:  ".
           05 ltp-real                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(26) VALUE
           "   ERROR ABSOLUTO MEDIO: ".
           05 ltp-error                  PIC ZZZ9.
           05 FILLER                     PIC X     VALUE "%".

       01  LINEA-SIN-PRONOSTICO.
           05 FILLER                     PIC X(39) VALUE
           "  NO HAY PRONOSTICO GRABADO PARA EL    ".
           05 FILLER                     PIC X(8)  VALUE "PERIODO ".
           05 lsp-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lsp-anio                   PIC 9(4).

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
           DISPLAY "INGRESO DEL PERIODO A PRONOSTICAR:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3    TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes
           COMPUTE wss-anioAnterior = wss-anio - 1

           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1100-CARGAR-MATERIAS
           PERFORM 1200-MARCAR-PRIMER-ANIO
           PERFORM 1300-CARGAR-TASAS-DE-APROBACION
           PERFORM 1400-CARGAR-ALUMNOS
           PERFORM 1450-BUSCAR-ULTIMO-CIERRE
           PERFORM 1500-CARGAR-INSCRIPCIONES
           PERFORM 1600-CARGAR-PRONOSTICOS-GRABADOS
           PERFORM 1700-CARGAR-AULAS

           PERFORM 2000-SUMAR-PROPUESTAS
           IF wss-cont-leidas = 0
               DISPLAY "ATENCION: no hay propuestas de PREINSCR para "
                   "el periodo " wss-mes "/" wss-anio ", el "
                   "pronostico sale solo de la espera y los "
                   "ingresantes"
           END-IF
           PERFORM 2100-SUMAR-LISTA-DE-ESPERA
           PERFORM 2200-PROYECTAR-INGRESANTES
           PERFORM 2300-CRUZAR-CUPOS
           PERFORM 2350-CRUZAR-HORARIOS
           PERFORM 2400-RECOMENDAR-CURSOS
           PERFORM 2500-ORDENAR-CURSOS

           PERFORM 3000-LISTAR-PRONOSTICO
           PERFORM 3500-GRABAR-PRONOSTICOS
           PERFORM 4000-LISTAR-PRECISION
           DISPLAY "*** PRONOSTICO DE DEMANDA GENERADO ***"
           DISPLAY "cursos pronosticados: " wss-cont-cursos
               "  demanda total: " wss-tot-demanda
           DISPLAY "recomendaciones en DEMANDA.DAT y control de "
               "precision en PRECISIO.DAT"
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END
                       IF par-pctToma IS NUMERIC AND par-pctToma > 0
                           MOVE par-pctToma TO wss-pctToma
                       END-IF
                       IF par-tamanioCurso IS NUMERIC
                               AND par-tamanioCurso > 0
                           MOVE par-tamanioCurso TO wss-tamanioCurso
                       END-IF
                       IF par-pctFusion IS NUMERIC
                           MOVE par-pctFusion TO wss-pctFusion
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
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
                       MOVE wss-cont-materias TO WS-IND-MAT
                       MOVE codigMateria TO vma-nroMateria(WS-IND-MAT)
                       MOVE descripMateria TO
                           vma-descripcion(WS-IND-MAT)
                       MOVE activaMateria TO vma-activa(WS-IND-MAT)
                       MOVE "N" TO vma-primerAnio(WS-IND-MAT)
                       MOVE 0 TO vma-aprobadas(WS-IND-MAT)
                       MOVE 0 TO vma-cursadas(WS-IND-MAT)
                       MOVE 0 TO vma-tasa(WS-IND-MAT)
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

      * las materias de primer anio son las del anio de estudio 1 de
      * PLANMAT.DAT; sin planes cargados, las que no tienen
      * correlativas en CORRELAT.DAT
       1200-MARCAR-PRIMER-ANIO.
           OPEN INPUT ARCH-PLM
           IF wss-fs-plm-OK
               READ ARCH-PLM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PLM-ANIO-ESTUDIO = 1
                       MOVE PLM-NRO-MATERIA TO wss-nroMateriaAux
                       PERFORM 1900-BUSCAR-MATERIA
                       IF WS-IND-MAT > 0
                           MOVE "S" TO vma-primerAnio(WS-IND-MAT)
                           MOVE "S" TO wss-hay-primerAnio
                       END-IF
                   END-IF
                   READ ARCH-PLM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLM
           ELSE
               CLOSE ARCH-PLM
           END-IF
           MOVE "N" TO flag
           IF wss-hay-primerAnio = "N"
               PERFORM 1250-CARGAR-CORRELATIVAS
               PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                       UNTIL WS-IND-MAT > wss-cont-materias
                   MOVE "N" TO wss-tiene-correlativa
                   PERFORM VARYING WS-IND-COR FROM 1 BY 1
                           UNTIL WS-IND-COR > wss-cont-reglas
                       IF vco-nroMateria(WS-IND-COR) =
                               vma-nroMateria(WS-IND-MAT)
                           MOVE "S" TO wss-tiene-correlativa
                       END-IF
                   END-PERFORM
                   IF wss-tiene-correlativa = "N"
                       MOVE "S" TO vma-primerAnio(WS-IND-MAT)
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       1250-CARGAR-CORRELATIVAS.
           OPEN INPUT ARCH-COR
           IF wss-fs-cor-OK
               READ ARCH-COR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-reglas < 200
                       ADD 1 TO wss-cont-reglas
                       MOVE COR-NRO-MATERIA TO
                           vco-nroMateria(wss-cont-reglas)
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

      * tasa de aprobacion de cada materia sobre lo cerrado en el
      * historial (aprobados sobre aprobados, desaprobados y sin
      * notas; la equivalencia no se curso); la materia sin historia
      * toma la tasa general
       1300-CARGAR-TASAS-DE-APROBACION.
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF NOT HIS-EQUIVALENCIA
                       MOVE HIS-NRO-MATERIA TO wss-nroMateriaAux
                       PERFORM 1900-BUSCAR-MATERIA
                       IF WS-IND-MAT > 0
                           ADD 1 TO vma-cursadas(WS-IND-MAT)
                           ADD 1 TO wss-tot-cursadas
                           IF HIS-APROBADO
                               ADD 1 TO vma-aprobadas(WS-IND-MAT)
                               ADD 1 TO wss-tot-aprobadas
                           END-IF
                       END-IF
                   END-IF
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               CLOSE ARCH-HIS
           END-IF
           MOVE "N" TO flag
           IF wss-tot-cursadas > 0
               COMPUTE wss-tasaGeneral ROUNDED =
                   wss-tot-aprobadas / wss-tot-cursadas
           END-IF
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > wss-cont-materias
               IF vma-cursadas(WS-IND-MAT) > 0
                   COMPUTE vma-tasa(WS-IND-MAT) ROUNDED =
                       vma-aprobadas(WS-IND-MAT)
                       / vma-cursadas(WS-IND-MAT)
               ELSE
                   MOVE wss-tasaGeneral TO vma-tasa(WS-IND-MAT)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * sede y turno de cada alumno y los ingresantes por sede y
      * turno de los tres anios anteriores al pronosticado (cuenta
      * cualquier estado: el que despues dejo tambien ingreso)
       1400-CARGAR-ALUMNOS.
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-alumnos < 3000
                       ADD 1 TO wss-cont-alumnos
                       MOVE wss-cont-alumnos TO WS-IND-ALU
                       MOVE ALU-NRO-ALUMNO TO val-nroAlumno(WS-IND-ALU)
                       MOVE ALU-SEDE  TO val-sede(WS-IND-ALU)
                       MOVE ALU-TURNO TO val-turno(WS-IND-ALU)
                   END-IF
                   COMPUTE wss-anioIngreso = ALU-FECHA-INGRESO / 10000
                   IF wss-anioIngreso >= wss-anio - 3
                           AND wss-anioIngreso <= wss-anio
                       PERFORM 1420-CONTAR-INGRESANTE
                   END-IF
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1420-CONTAR-INGRESANTE.
           MOVE "N" TO wss-hallado
           PERFORM VARYING WS-IND-ING FROM 1 BY 1
                   UNTIL WS-IND-ING > wss-cont-ingresos
                   OR wss-hallado = "S"
               IF vig-sede(WS-IND-ING) = ALU-SEDE
                       AND vig-turno(WS-IND-ING) = ALU-TURNO
                   MOVE "S" TO wss-hallado
               END-IF
           END-PERFORM
           IF wss-hallado = "S"
               SUBTRACT 1 FROM WS-IND-ING
           ELSE
               IF wss-cont-ingresos < 100
                   ADD 1 TO wss-cont-ingresos
                   MOVE wss-cont-ingresos TO WS-IND-ING
                   MOVE ALU-SEDE  TO vig-sede(WS-IND-ING)
                   MOVE ALU-TURNO TO vig-turno(WS-IND-ING)
                   MOVE 0 TO vig-hace3(WS-IND-ING)
                   MOVE 0 TO vig-hace2(WS-IND-ING)
                   MOVE 0 TO vig-hace1(WS-IND-ING)
                   MOVE 0 TO vig-actual(WS-IND-ING)
                   MOVE 0 TO vig-proyeccion(WS-IND-ING)
               ELSE
                   MOVE 0 TO WS-IND-ING
               END-IF
           END-IF
           IF WS-IND-ING > 0
               EVALUATE TRUE
                   WHEN wss-anioIngreso = wss-anio
                       ADD 1 TO vig-actual(WS-IND-ING)
                   WHEN wss-anioIngreso = wss-anio - 1
                       ADD 1 TO vig-hace1(WS-IND-ING)
                   WHEN wss-anioIngreso = wss-anio - 2
                       ADD 1 TO vig-hace2(WS-IND-ING)
                   WHEN OTHER
                       ADD 1 TO vig-hace3(WS-IND-ING)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

       1450-BUSCAR-ULTIMO-CIERRE.
           OPEN INPUT ARCH-CIE
           IF wss-fs-cie-OK
               READ ARCH-CIE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoAux = CIE-ANIO-HASTA * 100
                       + CIE-MES-HASTA
                   IF wss-puntoAux > wss-ultimoCierre
                       MOVE wss-puntoAux TO wss-ultimoCierre
                   END-IF
                   READ ARCH-CIE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CIE
           ELSE
               CLOSE ARCH-CIE
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * de INSCRIP.DAT salen las cursadas abiertas (posteriores al
      * ultimo cierre) y lo realmente inscripto en el periodo del
      * anio anterior, con la sede y turno del alumno
       1500-CARGAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoAux = INS-ANIO * 100 + INS-MES
                   IF wss-puntoAux > wss-ultimoCierre
                           AND wss-cont-abiertas < 3000
                       ADD 1 TO wss-cont-abiertas
                       MOVE INS-NRO-ALUMNO TO
                           vab-nroAlumno(wss-cont-abiertas)
                       MOVE INS-NRO-MATERIA TO
                           vab-nroMateria(wss-cont-abiertas)
                   END-IF
                   IF INS-ANIO = wss-anioAnterior
                           AND INS-MES = wss-mes
                       MOVE INS-NRO-ALUMNO TO wss-nroAlumnoBus
                       PERFORM 1920-BUSCAR-ALUMNO
                       MOVE INS-NRO-MATERIA TO wss-materiaBus
                       IF WS-IND-ALU > 0
                           MOVE val-sede(WS-IND-ALU)  TO wss-sedeBus
                           MOVE val-turno(WS-IND-ALU) TO wss-turnoBus
                       ELSE
                           MOVE SPACES TO wss-sedeBus
                           MOVE SPACE  TO wss-turnoBus
                       END-IF
                       PERFORM 1960-UBICAR-PRECISION
                       IF WS-IND-PRC > 0
                           ADD 1 TO vpc-real(WS-IND-PRC)
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

      * los pronosticos de otros periodos se guardan para regrabar
      * el archivo; el del mismo periodo del anio anterior va ademas
      * al control de precision
       1600-CARGAR-PRONOSTICOS-GRABADOS.
           OPEN INPUT ARCH-PRN
           IF wss-fs-prn-OK
               READ ARCH-PRN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PRN-ANIO NOT = wss-anio OR PRN-MES NOT = wss-mes
                       IF wss-cont-pronosticos < 3000
                           ADD 1 TO wss-cont-pronosticos
                           MOVE REG-PRN TO
                               VECTOR-PRONOSTICOS(wss-cont-pronosticos)
                       ELSE
                           DISPLAY "ADVERTENCIA: mas de 3000 "
                               "pronosticos en PRONOST.DAT, los "
                               "sobrantes no se conservan"
                       END-IF
                   END-IF
                   IF PRN-ANIO = wss-anioAnterior AND PRN-MES = wss-mes
                       MOVE "S" TO wss-hay-pronostico-ant
                       MOVE PRN-NRO-MATERIA TO wss-materiaBus
                       MOVE PRN-SEDE        TO wss-sedeBus
                       MOVE PRN-TURNO       TO wss-turnoBus
                       PERFORM 1960-UBICAR-PRECISION
                       IF WS-IND-PRC > 0
                           ADD PRN-DEMANDA TO vpc-pronostico(WS-IND-PRC)
                       END-IF
                   END-IF
                   READ ARCH-PRN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PRN
           ELSE
               CLOSE ARCH-PRN
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1700-CARGAR-AULAS.
           OPEN INPUT ARCH-AUL
           IF wss-fs-aul-OK
               READ ARCH-AUL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-aulas < 500
                       ADD 1 TO wss-cont-aulas
                       MOVE AUL-SEDE TO vau-sede(wss-cont-aulas)
                       MOVE AUL-CODIGO TO vau-codigo(wss-cont-aulas)
                       MOVE AUL-CAPACIDAD TO
                           vau-capacidad(wss-cont-aulas)
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

       1900-BUSCAR-MATERIA.
           MOVE "N" TO wss-hallado
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > wss-cont-materias
                   OR wss-hallado = "S"
               IF vma-nroMateria(WS-IND-MAT) = wss-nroMateriaAux
                   MOVE "S" TO wss-hallado
               END-IF
           END-PERFORM
           IF wss-hallado = "S"
               SUBTRACT 1 FROM WS-IND-MAT
           ELSE
               MOVE 0 TO WS-IND-MAT
           END-IF.

      *-----------------------------------------------------------------

       1920-BUSCAR-ALUMNO.
           MOVE "N" TO wss-hallado
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
                   OR wss-hallado = "S"
               IF val-nroAlumno(WS-IND-ALU) = wss-nroAlumnoBus
                   MOVE "S" TO wss-hallado
               END-IF
           END-PERFORM
           IF wss-hallado = "S"
               SUBTRACT 1 FROM WS-IND-ALU
           ELSE
               MOVE 0 TO WS-IND-ALU
           END-IF.

      *-----------------------------------------------------------------

       1950-UBICAR-O-AGREGAR-CURSO.
           MOVE "N" TO wss-hallado
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
                   OR wss-hallado = "S"
               IF vcs-clave(WS-IND-CUR) = wss-claveBus
                   MOVE "S" TO wss-hallado
               END-IF
           END-PERFORM
           IF wss-hallado = "S"
               SUBTRACT 1 FROM WS-IND-CUR
           ELSE
               IF wss-cont-cursos < 500
                   ADD 1 TO wss-cont-cursos
                   MOVE wss-cont-cursos TO WS-IND-CUR
                   INITIALIZE VECTOR-CURSOS(WS-IND-CUR)
                   MOVE wss-claveBus TO vcs-clave(WS-IND-CUR)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 500 cursos, el "
                       "pronostico queda incompleto"
                   MOVE 0 TO WS-IND-CUR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1960-UBICAR-PRECISION.
           MOVE "N" TO wss-hallado
           PERFORM VARYING WS-IND-PRC FROM 1 BY 1
                   UNTIL WS-IND-PRC > wss-cont-precision
                   OR wss-hallado = "S"
               IF vpc-clave(WS-IND-PRC) = wss-claveBus
                   MOVE "S" TO wss-hallado
               END-IF
           END-PERFORM
           IF wss-hallado = "S"
               SUBTRACT 1 FROM WS-IND-PRC
           ELSE
               IF wss-cont-precision < 500
                   ADD 1 TO wss-cont-precision
                   MOVE wss-cont-precision TO WS-IND-PRC
                   MOVE wss-claveBus TO vpc-clave(WS-IND-PRC)
                   MOVE 0 TO vpc-pronostico(WS-IND-PRC)
                   MOVE 0 TO vpc-real(WS-IND-PRC)
               ELSE
                   MOVE 0 TO WS-IND-PRC
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * cada propuesta de PREINSCR del periodo suma al curso de la
      * sede y turno del alumno; si el alumno esta cursando esa
      * materia ahora, solo suma la probabilidad de que la repita
       2000-SUMAR-PROPUESTAS.
           OPEN INPUT ARCH-PRE
           IF wss-fs-pre-OK
               READ ARCH-PRE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PRE-ANIO = wss-anio AND PRE-MES = wss-mes
                       ADD 1 TO wss-cont-leidas
                       PERFORM 2050-SUMAR-UNA-PROPUESTA
                   END-IF
                   READ ARCH-PRE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PRE
           ELSE
               CLOSE ARCH-PRE
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2050-SUMAR-UNA-PROPUESTA.
           MOVE PRE-NRO-ALUMNO TO wss-nroAlumnoBus
           MOVE PRE-NRO-MATERIA TO wss-nroMateriaAux
           IF wss-cont-propuestas < 5000
               ADD 1 TO wss-cont-propuestas
               MOVE wss-nroAlumnoBus TO
                   vpr-nroAlumno(wss-cont-propuestas)
               MOVE wss-nroMateriaAux TO
                   vpr-nroMateria(wss-cont-propuestas)
           END-IF
           PERFORM 1920-BUSCAR-ALUMNO
           MOVE wss-nroMateriaAux TO wss-materiaBus
           MOVE PRE-SEDE TO wss-sedeBus
           IF WS-IND-ALU > 0
               MOVE val-turno(WS-IND-ALU) TO wss-turnoBus
           ELSE
               MOVE SPACE TO wss-turnoBus
           END-IF
           PERFORM 1950-UBICAR-O-AGREGAR-CURSO
           IF WS-IND-CUR > 0
               MOVE "N" TO wss-esta-cursando
               PERFORM VARYING WS-IND-ABI FROM 1 BY 1
                       UNTIL WS-IND-ABI > wss-cont-abiertas
                       OR wss-esta-cursando = "S"
                   IF vab-nroAlumno(WS-IND-ABI) = wss-nroAlumnoBus
                           AND vab-nroMateria(WS-IND-ABI) =
                               wss-nroMateriaAux
                       MOVE "S" TO wss-esta-cursando
                   END-IF
               END-PERFORM
               IF wss-esta-cursando = "S"
                   PERFORM 1900-BUSCAR-MATERIA
                   IF WS-IND-MAT > 0
                       COMPUTE vcs-repitentes(WS-IND-CUR) =
                           vcs-repitentes(WS-IND-CUR) + 1
                           - vma-tasa(WS-IND-MAT)
                   ELSE
                       ADD 1 TO vcs-repitentes(WS-IND-CUR)
                   END-IF
               ELSE
                   ADD 1 TO vcs-propuestas(WS-IND-CUR)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la espera pendiente es demanda que no se cubrio; el alumno que
      * ya tiene propuesta para esa materia no se cuenta dos veces
       2100-SUMAR-LISTA-DE-ESPERA.
           OPEN INPUT ARCH-LES
           IF wss-fs-les-OK
               READ ARCH-LES AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE LES-NRO-MATERIA TO wss-nroMateriaAux
                   MOVE "N" TO wss-tiene-propuesta
                   PERFORM VARYING WS-IND-PRO FROM 1 BY 1
                           UNTIL WS-IND-PRO > wss-cont-propuestas
                           OR wss-tiene-propuesta = "S"
                       IF vpr-nroAlumno(WS-IND-PRO) = LES-NRO-ALUMNO
                               AND vpr-nroMateria(WS-IND-PRO) =
                                   wss-nroMateriaAux
                           MOVE "S" TO wss-tiene-propuesta
                       END-IF
                   END-PERFORM
                   IF wss-tiene-propuesta = "N"
                       MOVE wss-nroMateriaAux TO wss-materiaBus
                       MOVE LES-SEDE  TO wss-sedeBus
                       MOVE LES-TURNO TO wss-turnoBus
                       PERFORM 1950-UBICAR-O-AGREGAR-CURSO
                       IF WS-IND-CUR > 0
                           ADD 1 TO vcs-espera(WS-IND-CUR)
                       END-IF
                   END-IF
                   READ ARCH-LES AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-LES
           ELSE
               CLOSE ARCH-LES
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * los ingresantes entran en el primer semestre: la proyeccion
      * de cada sede y turno es el ingreso del anio anterior mas la
      * mitad de lo que crecio (o cayo) en dos anios, menos los ya
      * cargados para el anio, y se suma en cada materia de primero
       2200-PROYECTAR-INGRESANTES.
           IF wss-mes <= 6
               PERFORM VARYING WS-IND-ING FROM 1 BY 1
                       UNTIL WS-IND-ING > wss-cont-ingresos
                   IF vig-hace3(WS-IND-ING) > 0
                       COMPUTE wss-proyeccion =
                           vig-hace1(WS-IND-ING)
                           + (vig-hace1(WS-IND-ING)
                           - vig-hace3(WS-IND-ING)) / 2
                           - vig-actual(WS-IND-ING)
                   ELSE
                       COMPUTE wss-proyeccion =
                           vig-hace1(WS-IND-ING)
                           - vig-actual(WS-IND-ING)
                   END-IF
                   IF wss-proyeccion > 0
                       MOVE wss-proyeccion TO
                           vig-proyeccion(WS-IND-ING)
                       ADD wss-proyeccion TO wss-tot-proyeccion
                       PERFORM 2250-REPARTIR-INGRESANTES
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       2250-REPARTIR-INGRESANTES.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > wss-cont-materias
               IF vma-primerAnio(WS-IND-MAT) = "S"
                       AND vma-activa(WS-IND-MAT) = "S"
                   MOVE vma-nroMateria(WS-IND-MAT) TO wss-materiaBus
                   MOVE vig-sede(WS-IND-ING)  TO wss-sedeBus
                   MOVE vig-turno(WS-IND-ING) TO wss-turnoBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSO
                   IF WS-IND-CUR > 0
                       ADD vig-proyeccion(WS-IND-ING) TO
                           vcs-ingresantes(WS-IND-CUR)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el curso con cupo cargado esta abierto hoy, tenga o no
      * demanda pronosticada
       2300-CRUZAR-CUPOS.
           OPEN INPUT ARCH-CUP
           IF wss-fs-cup-OK
               READ ARCH-CUP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE CUP-NRO-MATERIA TO wss-materiaBus
                   MOVE CUP-SEDE  TO wss-sedeBus
                   MOVE CUP-TURNO TO wss-turnoBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSO
                   IF WS-IND-CUR > 0
                       MOVE CUP-CUPO TO vcs-cupo(WS-IND-CUR)
                       MOVE 1 TO vcs-abiertos(WS-IND-CUR)
                   END-IF
                   READ ARCH-CUP AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUP
           ELSE
               CLOSE ARCH-CUP
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * la capacidad del aula del curso es la del aula mas chica
      * donde tiene horario, igual que en PGENCUPO
       2350-CRUZAR-HORARIOS.
           OPEN INPUT ARCH-HOR
           IF wss-fs-hor-OK
               READ ARCH-HOR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE HOR-NRO-MATERIA TO wss-materiaBus
                   MOVE HOR-SEDE  TO wss-sedeBus
                   MOVE HOR-TURNO TO wss-turnoBus
                   PERFORM 1950-UBICAR-O-AGREGAR-CURSO
                   IF WS-IND-CUR > 0
                       MOVE 1 TO vcs-abiertos(WS-IND-CUR)
                       PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                               UNTIL WS-IND-AUL > wss-cont-aulas
                           IF vau-sede(WS-IND-AUL) = HOR-SEDE
                                   AND vau-codigo(WS-IND-AUL) =
                                       HOR-AULA
                               IF vcs-capAula(WS-IND-CUR) = 0
                                   OR vau-capacidad(WS-IND-AUL) <
                                       vcs-capAula(WS-IND-CUR)
                                   MOVE vau-capacidad(WS-IND-AUL) TO
                                       vcs-capAula(WS-IND-CUR)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ARCH-HOR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HOR
           ELSE
               CLOSE ARCH-HOR
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2400-RECOMENDAR-CURSOS.
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               COMPUTE vcs-demanda(WS-IND-CUR) ROUNDED =
                   vcs-propuestas(WS-IND-CUR) * wss-pctToma / 100
                   + vcs-repitentes(WS-IND-CUR)
                   + vcs-espera(WS-IND-CUR)
                   + vcs-ingresantes(WS-IND-CUR)
               EVALUATE TRUE
                   WHEN vcs-cupo(WS-IND-CUR) > 0
                       MOVE vcs-cupo(WS-IND-CUR) TO
                           vcs-tamanio(WS-IND-CUR)
                   WHEN vcs-capAula(WS-IND-CUR) > 0
                       MOVE vcs-capAula(WS-IND-CUR) TO
                           vcs-tamanio(WS-IND-CUR)
                   WHEN OTHER
                       MOVE wss-tamanioCurso TO vcs-tamanio(WS-IND-CUR)
               END-EVALUATE
               COMPUTE vcs-necesarios(WS-IND-CUR) =
                   (vcs-demanda(WS-IND-CUR)
                   + vcs-tamanio(WS-IND-CUR) - 1)
                   / vcs-tamanio(WS-IND-CUR)
           END-PERFORM
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               PERFORM 2450-RECOMENDAR-UN-CURSO
               ADD vcs-demanda(WS-IND-CUR)    TO wss-tot-demanda
               ADD vcs-abiertos(WS-IND-CUR)   TO wss-tot-abiertos
               ADD vcs-necesarios(WS-IND-CUR) TO wss-tot-necesarios
           END-PERFORM.

      *-----------------------------------------------------------------

      * sin demanda no se abre; con poca demanda se busca otro turno
      * abierto de la misma materia y sede donde entren los dos grupos
      * juntos; con mas demanda que lugar se amplia el cupo hasta la
      * capacidad del aula o se abren cursos
       2450-RECOMENDAR-UN-CURSO.
           MOVE SPACES TO vcs-recomendacion(WS-IND-CUR)
           EVALUATE TRUE
               WHEN vcs-demanda(WS-IND-CUR) = 0
                   MOVE "SIN DEMANDA: NO ABRIR" TO
                       vcs-recomendacion(WS-IND-CUR)
               WHEN vcs-demanda(WS-IND-CUR) * 100 <
                       vcs-tamanio(WS-IND-CUR) * wss-pctFusion
                   MOVE "BAJA DEMANDA: REVISAR" TO
                       vcs-recomendacion(WS-IND-CUR)
                   PERFORM VARYING WS-IND-CU2 FROM 1 BY 1
                           UNTIL WS-IND-CU2 > wss-cont-cursos
                       IF WS-IND-CU2 NOT = WS-IND-CUR
                               AND vcs-nroMateria(WS-IND-CU2) =
                                   vcs-nroMateria(WS-IND-CUR)
                               AND vcs-sede(WS-IND-CU2) =
                                   vcs-sede(WS-IND-CUR)
                               AND vcs-abiertos(WS-IND-CU2) > 0
                               AND vcs-demanda(WS-IND-CU2) > 0
                               AND vcs-demanda(WS-IND-CU2)
                                   + vcs-demanda(WS-IND-CUR) <=
                                   vcs-tamanio(WS-IND-CU2)
                           MOVE SPACES TO
                               vcs-recomendacion(WS-IND-CUR)
                           STRING "FUSIONAR CON TURNO "
                                   DELIMITED BY SIZE
                               vcs-turno(WS-IND-CU2)
                                   DELIMITED BY SIZE
                               INTO vcs-recomendacion(WS-IND-CUR)
                           END-STRING
                       END-IF
                   END-PERFORM
               WHEN vcs-necesarios(WS-IND-CUR) >
                       vcs-abiertos(WS-IND-CUR)
                   IF vcs-abiertos(WS-IND-CUR) = 1
                           AND vcs-cupo(WS-IND-CUR) > 0
                           AND vcs-capAula(WS-IND-CUR) >
                               vcs-cupo(WS-IND-CUR)
                           AND vcs-demanda(WS-IND-CUR) <=
                               vcs-capAula(WS-IND-CUR)
                       MOVE vcs-demanda(WS-IND-CUR) TO wss-editado
                       STRING "AMPLIAR CUPO A " DELIMITED BY SIZE
                           wss-editado         DELIMITED BY SIZE
                           INTO vcs-recomendacion(WS-IND-CUR)
                       END-STRING
                   ELSE
                       COMPUTE wss-cursosNuevos =
                           vcs-necesarios(WS-IND-CUR)
                           - vcs-abiertos(WS-IND-CUR)
                       MOVE wss-cursosNuevos TO wss-editado
                       IF vcs-abiertos(WS-IND-CUR) = 0
                           STRING "ABRIR "    DELIMITED BY SIZE
                               wss-editado    DELIMITED BY SIZE
                               " CURSO(S)"    DELIMITED BY SIZE
                               INTO vcs-recomendacion(WS-IND-CUR)
                           END-STRING
                       ELSE
                           STRING "ABRIR "    DELIMITED BY SIZE
                               wss-editado    DELIMITED BY SIZE
                               " CURSO(S) MAS" DELIMITED BY SIZE
                               INTO vcs-recomendacion(WS-IND-CUR)
                           END-STRING
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "MANTENER" TO vcs-recomendacion(WS-IND-CUR)
           END-EVALUATE.

      *-----------------------------------------------------------------

       2500-ORDENAR-CURSOS.
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR >= wss-cont-cursos
               PERFORM VARYING WS-IND-CU2 FROM 1 BY 1
                       UNTIL WS-IND-CU2 >= wss-cont-cursos
                   IF vcs-clave(WS-IND-CU2) >
                           vcs-clave(WS-IND-CU2 + 1)
                       MOVE VECTOR-CURSOS(WS-IND-CU2) TO
                           WSS-CURSO-AUX
                       MOVE VECTOR-CURSOS(WS-IND-CU2 + 1) TO
                           VECTOR-CURSOS(WS-IND-CU2)
                       MOVE WSS-CURSO-AUX TO
                           VECTOR-CURSOS(WS-IND-CU2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-LISTAR-PRONOSTICO.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo DEMANDA.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-mes  TO lti-mesPer
           MOVE wss-anio TO lti-anioPer
           MOVE wss-fechaHoy(7:2) TO lti-dia
           MOVE wss-fechaHoy(5:2) TO lti-mes
           MOVE wss-fechaHoy(1:4) TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           MOVE wss-pctToma        TO lre-pctToma
           MOVE wss-tamanioCurso   TO lre-tamanio
           MOVE wss-pctFusion      TO lre-pctFusion
           MOVE wss-tot-proyeccion TO lre-ingresantes
           WRITE REG-LIS FROM LINEA-REGLAS
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-COLUMNAS
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               MOVE vcs-nroMateria(WS-IND-CUR) TO lcu-nroMateria
               MOVE vcs-nroMateria(WS-IND-CUR) TO wss-nroMateriaAux
               PERFORM 1900-BUSCAR-MATERIA
               IF WS-IND-MAT > 0
                   MOVE vma-descripcion(WS-IND-MAT) TO lcu-nombre
               ELSE
                   MOVE "MATERIA NO HALLADA" TO lcu-nombre
               END-IF
               MOVE vcs-sede(WS-IND-CUR)        TO lcu-sede
               MOVE vcs-turno(WS-IND-CUR)       TO lcu-turno
               MOVE vcs-propuestas(WS-IND-CUR)  TO lcu-propuestas
               COMPUTE lcu-repitentes ROUNDED =
                   vcs-repitentes(WS-IND-CUR)
               MOVE vcs-espera(WS-IND-CUR)      TO lcu-espera
               MOVE vcs-ingresantes(WS-IND-CUR) TO lcu-ingresantes
               MOVE vcs-demanda(WS-IND-CUR)     TO lcu-demanda
               MOVE vcs-cupo(WS-IND-CUR)        TO lcu-cupo
               MOVE vcs-capAula(WS-IND-CUR)     TO lcu-capAula
               MOVE vcs-abiertos(WS-IND-CUR)    TO lcu-abiertos
               MOVE vcs-necesarios(WS-IND-CUR)  TO lcu-necesarios
               MOVE vcs-recomendacion(WS-IND-CUR) TO lcu-recomendacion
               WRITE REG-LIS FROM LINEA-CURSO
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           MOVE wss-tot-demanda    TO ltt-demanda
           MOVE wss-tot-abiertos   TO ltt-abiertos
           MOVE wss-tot-necesarios TO ltt-necesarios
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS.

      *-----------------------------------------------------------------

      * PRONOST.DAT se regraba con lo de otros periodos mas el
      * pronostico de esta corrida, que reemplaza al anterior del
      * mismo periodo
       3500-GRABAR-PRONOSTICOS.
           OPEN OUTPUT ARCH-PRN
           IF NOT wss-fs-prn-OK then
               display "error al abrir el archivo PRONOST.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-PRN FROM 1 BY 1
                   UNTIL WS-IND-PRN > wss-cont-pronosticos
               MOVE VECTOR-PRONOSTICOS(WS-IND-PRN) TO REG-PRN
               WRITE REG-PRN
               IF NOT wss-fs-prn-OK then
                   display "error al escribir PRONOST.DAT"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               MOVE wss-anio                   TO PRN-ANIO
               MOVE wss-mes                    TO PRN-MES
               MOVE vcs-nroMateria(WS-IND-CUR) TO PRN-NRO-MATERIA
               MOVE vcs-sede(WS-IND-CUR)       TO PRN-SEDE
               MOVE vcs-turno(WS-IND-CUR)      TO PRN-TURNO
               MOVE vcs-demanda(WS-IND-CUR)    TO PRN-DEMANDA
               MOVE wss-fechaHoy               TO PRN-FECHA
               MOVE SPACES                     TO ESPACIO-PRN
               WRITE REG-PRN
               IF NOT wss-fs-prn-OK then
                   display "error al escribir PRONOST.DAT"
               ELSE
                   ADD 1 TO wss-cont-grabados
               END-IF
           END-PERFORM
           CLOSE ARCH-PRN.

      *-----------------------------------------------------------------

      * pronostico del mismo periodo del anio anterior contra lo que
      * se inscribio de verdad, curso por curso y en total
       4000-LISTAR-PRECISION.
           OPEN OUTPUT ARCH-PRC
           IF NOT wss-fs-prc-OK then
               display "error al abrir el archivo PRECISIO.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-mes          TO lpt-mes
           MOVE wss-anioAnterior TO lpt-anio
           WRITE REG-PRC FROM LINEA-TITULO-PRC
           WRITE REG-PRC FROM SPACES
           IF wss-hay-pronostico-ant = "N"
               MOVE wss-mes          TO lsp-mes
               MOVE wss-anioAnterior TO lsp-anio
               WRITE REG-PRC FROM LINEA-SIN-PRONOSTICO
           ELSE
               WRITE REG-PRC FROM LINEA-COLUMNAS-PRC
               PERFORM VARYING WS-IND-PRC FROM 1 BY 1
                       UNTIL WS-IND-PRC > wss-cont-precision
                   PERFORM 4100-LISTAR-UN-CURSO
               END-PERFORM
               WRITE REG-PRC FROM SPACES
               MOVE wss-tot-pronostico TO ltp-pronostico
               MOVE wss-tot-real       TO ltp-real
               IF wss-tot-real > 0
                   COMPUTE ltp-error ROUNDED =
                       wss-tot-desvioAbs * 100 / wss-tot-real
               ELSE
                   MOVE 0 TO ltp-error
               END-IF
               WRITE REG-PRC FROM LINEA-TOTALES-PRC
           END-IF
           CLOSE ARCH-PRC.

      *-----------------------------------------------------------------

       4100-LISTAR-UN-CURSO.
           MOVE vpc-nroMateria(WS-IND-PRC) TO lpr-nroMateria
           MOVE vpc-nroMateria(WS-IND-PRC) TO wss-nroMateriaAux
           PERFORM 1900-BUSCAR-MATERIA
           IF WS-IND-MAT > 0
               MOVE vma-descripcion(WS-IND-MAT) TO lpr-nombre
           ELSE
               MOVE "MATERIA NO HALLADA" TO lpr-nombre
           END-IF
           MOVE vpc-sede(WS-IND-PRC)       TO lpr-sede
           MOVE vpc-turno(WS-IND-PRC)      TO lpr-turno
           MOVE vpc-pronostico(WS-IND-PRC) TO lpr-pronostico
           MOVE vpc-real(WS-IND-PRC)       TO lpr-real
           COMPUTE wss-desvio = vpc-pronostico(WS-IND-PRC)
               - vpc-real(WS-IND-PRC)
           MOVE wss-desvio TO lpr-desvio
           IF wss-desvio < 0
               COMPUTE wss-desvioAbs = 0 - wss-desvio
           ELSE
               MOVE wss-desvio TO wss-desvioAbs
           END-IF
           IF vpc-real(WS-IND-PRC) > 0
               COMPUTE lpr-error ROUNDED =
                   wss-desvioAbs * 100 / vpc-real(WS-IND-PRC)
           ELSE
               MOVE "  --" TO lpr-errorX
           END-IF
           ADD vpc-pronostico(WS-IND-PRC) TO wss-tot-pronostico
           ADD vpc-real(WS-IND-PRC)       TO wss-tot-real
           ADD wss-desvioAbs              TO wss-tot-desvioAbs
           WRITE REG-PRC FROM LINEA-PRECISION.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PDEMANDA" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidas TO est-leidos
               MOVE wss-cont-grabados TO est-escritos
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
           MOVE "PDEMANDA" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PDEMANDA.
