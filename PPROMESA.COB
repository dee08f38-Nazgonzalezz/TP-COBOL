      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Propuesta automatica del turno de examen: toma del
      *    calendario academico CALENDAR.DAT el turno de examen (tipo
      *    E) que empieza en el mes que se indica, arma una mesa por
      *    cada materia y sede que tiene alumnos regulares activos en
      *    REGULAR.DAT (vale el ultimo computo de cada alumno) y le
      *    busca dia y tribunal. Dos mesas de la misma sede no caen
      *    el mismo dia si son materias del mismo anio de estudio
      *    (PLANMAT.DAT) o si algun alumno es regular en las dos, y
      *    un docente no integra dos tribunales el mismo dia. El
      *    tribunal sale de los docentes con asignaciones del anio o
      *    del anterior en ASIGDOC.DAT (primero los que tienen la
      *    materia) que no estan de licencia ese dia segun LICDOC.DAT.
      *    Los dias del turno son de lunes a sabado sin feriados ni
      *    dias sin clases. La propuesta se graba en MESAPROP.DAT, que
      *    reemplaza a la anterior, con el listado MESAPLIS.DAT para
      *    revisarla; el operador la acepta, corrige o rechaza mesa
      *    por mesa desde PGENMESA antes de pasarla a MESAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPROMESA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-RGU         ASSIGN TO "REGULAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rgu.

       SELECT OPTIONAL ARCH-PLM         ASSIGN TO "PLANMAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-plm.

       SELECT OPTIONAL ARCH-ASG         ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-LIC         ASSIGN TO "LICDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lic.

       SELECT OPTIONAL ARCH-MES         ASSIGN TO "MESAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-mes.

       SELECT OPTIONAL ARCH-PRO         ASSIGN TO "MESAPROP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pro.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "MESAPLIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-FERIADO            VALUE "F".
                    88 CAL-EXAMEN             VALUE "E".
                    88 CAL-SIN-CLASES         VALUE "N".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-RGU.
           01  REG-RGU.
                05 RGU-NRO-ALUMNO     PIC 9(6).
                05 RGU-NRO-MATERIA    PIC 99.
                05 RGU-ANIO           PIC 9(4).
                05 RGU-PORCENTAJE     PIC 9(3).
                05 RGU-CONDICION      PIC X.
                    88 RGU-REGULAR            VALUE "R".
                05 RGU-MOTIVO-VENC    PIC X.
                05 RGU-FECHA-VENC     PIC 9(8).
                05 ESPACIO-RGU        PIC XX.

       FD  ARCH-PLM.
           01  REG-PLM.
                05 PLM-PLAN           PIC X.
                05 PLM-NRO-MATERIA    PIC 99.
                05 PLM-ANIO-ESTUDIO   PIC 9.
                05 ESPACIO-PLM        PIC XX.

       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ESPACIO-ASG        PIC XX.

       FD  ARCH-LIC.
           01  REG-LIC.
                05 LIC-LEGAJO         PIC X(4).
                05 LIC-TIPO           PIC X.
                05 LIC-FECHA-DESDE    PIC 9(8).
                05 LIC-FECHA-HASTA    PIC 9(8).
                05 LIC-SUPLENTE       PIC X(4).
                05 ESPACIO-LIC        PIC XX.

       FD  ARCH-MES.
           01  REG-MES.
                05 MES-NRO-MESA       PIC X(4).
                05 MES-NRO-MATERIA    PIC 99.
                05 MES-FECHA          PIC 9(8).
                05 MES-SEDE           PIC X(2).
                05 MES-LEGAJO-1       PIC X(4).
                05 MES-LEGAJO-2       PIC X(4).
                05 MES-LEGAJO-3       PIC X(4).
                05 ESPACIO            PIC XX.

       FD  ARCH-PRO.
           01  REG-PRO.
                05 PRO-NRO-MESA       PIC X(4).
                05 PRO-NRO-MATERIA    PIC 99.
                05 PRO-FECHA          PIC 9(8).
                05 PRO-SEDE           PIC X(2).
                05 PRO-LEGAJO         PIC X(4)  OCCURS 3 TIMES.
                05 PRO-ANIO-ESTUDIO   PIC 9.
                05 PRO-CANT-ALUMNOS   PIC 9(4).
                05 PRO-ESTADO         PIC X.
                    88 PRO-PENDIENTE          VALUE "P".
                    88 PRO-CARGADA            VALUE "C".
                    88 PRO-RECHAZADA          VALUE "R".
                05 PRO-OBSERVACION    PIC X(20).
                05 ESPACIO-PRO        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

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

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-rgu                    PIC X(2).
           88 wss-fs-rgu-OK                        VALUE '00'.

       01  wss-fs-plm                    PIC X(2).
           88 wss-fs-plm-OK                        VALUE '00'.

       01  wss-fs-asg                    PIC X(2).
           88 wss-fs-asg-OK                        VALUE '00'.

       01  wss-fs-lic                    PIC X(2).
           88 wss-fs-lic-OK                        VALUE '00'.

       01  wss-fs-mes                    PIC X(2).
           88 wss-fs-mes-OK                        VALUE '00'.

       01  wss-fs-pro                    PIC X(2).
           88 wss-fs-pro-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

      * turno de examen elegido
       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-turnoDesde                PIC 9(8)  VALUE 0.
       77  wss-turnoHasta                PIC 9(8)  VALUE 0.
       77  wss-fechaHoy                  PIC 9(8).

      * dias habiles del turno (lunes a sabado, sin feriados ni dias
      * sin clases)
       77  wss-cont-dias                 PIC 9(2)  COMP VALUE 0.
       01  VECTOR-DIAS                   OCCURS 60 TIMES.
           05 vdi-fecha                  PIC 9(8).
       77  WS-IND-DIA                    PIC 9(2)  COMP.
       77  wss-fechaDia                  PIC 9(8).
       01  wss-fechaCursor               PIC 9(8).
       01  FILLER REDEFINES wss-fechaCursor.
           05 wss-cursorAnio             PIC 9(4).
           05 wss-cursorMes              PIC 99.
           05 wss-cursorDia              PIC 99.
       77  wss-diasMes                   PIC 99.
       77  wss-diaSemana                 PIC 9.
       77  wss-hay-examen                PIC X.

       77  wss-cont-noclase              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-NOCLASE                OCCURS 100 TIMES.
           05 vnc-fechaDesde             PIC 9(8).
           05 vnc-fechaHasta             PIC 9(8).
       77  WS-IND-NOC                    PIC 9(3)  COMP.

      * condicion de cada alumno en cada materia (la del anio mas
      * reciente) con la sede del alumno y la mesa que le toca
       77  wss-cont-regulares            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-REGULARES              OCCURS 3000 TIMES.
           05 vrg-nroAlumno              PIC 9(6).
           05 vrg-nroMateria             PIC 99.
           05 vrg-anio                   PIC 9(4).
           05 vrg-condicion              PIC X.
           05 vrg-sede                   PIC X(2).
           05 vrg-indMesa                PIC 9(3)  COMP.
       77  WS-IND-RGU                    PIC 9(4)  COMP.
       77  WS-IND-RGU-2                  PIC 9(4)  COMP.
       77  wss-indRegular                PIC 9(4)  COMP.
       77  wss-nroAlumnoAux              PIC X(6).

      * anio de estudio de cada materia segun los planes
       01  wss-anioEstudio               PIC 9     OCCURS 99 TIMES.

      * asignaciones docentes del anio del turno y del anterior
       77  wss-cont-asignaciones         PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIGNACIONES           OCCURS 500 TIMES.
           05 vas-legajo                 PIC X(4).
           05 vas-nroMateria             PIC 99.
       77  WS-IND-ASG                    PIC 9(3)  COMP.

       77  wss-cont-licencias            PIC 9(3)  COMP VALUE 0.
       01  VECTOR-LICENCIAS              OCCURS 200 TIMES.
           05 vli-legajo                 PIC X(4).
           05 vli-fechaDesde             PIC 9(8).
           05 vli-fechaHasta             PIC 9(8).
       77  WS-IND-LIC                    PIC 9(3)  COMP.

      * una mesa propuesta por materia y sede
       77  wss-cont-mesas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MESAS                  OCCURS 200 TIMES.
           05 vme-nroMateria             PIC 99.
           05 vme-sede                   PIC X(2).
           05 vme-anioEstudio            PIC 9.
           05 vme-cantAlumnos            PIC 9(4)  COMP.
           05 vme-indDia                 PIC 9(2)  COMP.
           05 vme-legajo                 PIC X(4)  OCCURS 3 TIMES.
           05 vme-ubicada                PIC X.
           05 vme-observacion            PIC X(20).
       77  WS-IND-MES                    PIC 9(3)  COMP.
       77  wss-indMesa                   PIC 9(3)  COMP.
       77  wss-indOtra                   PIC 9(3)  COMP.

      * mesas que comparten algun alumno regular (no pueden caer el
      * mismo dia)
       01  TABLA-CHOQUES.
           05 tch-fila                   OCCURS 200 TIMES.
               10 tch-choca              PIC X     OCCURS 200 TIMES.

      * armado del tribunal de un dia
       01  wss-tribunal                  PIC X(4)  OCCURS 3 TIMES.
       77  wss-cantTribunal              PIC 9     COMP.
       77  WS-IND-TRB                    PIC 9     COMP.
       77  WS-IND-TRB-2                  PIC 9     COMP.
       77  wss-legajoCandidato           PIC X(4).
       77  wss-disponible                PIC X.
       77  wss-dia-libre                 PIC X.
       77  wss-mesasDelDia               PIC 9(3)  COMP.
       77  wss-puntaje                   PIC 9(5)  COMP.
       77  wss-mejorPuntaje              PIC 9(5)  COMP.
       77  wss-mejorDia                  PIC 9(2)  COMP.
       77  wss-maxAlumnos                PIC 9(4)  COMP.

       77  wss-ultimoNroMesa             PIC 9(4)  VALUE 0.
       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-fecha            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-incompletas          PIC 9(7)  COMP VALUE 0.

      * serie de dias para sacar el dia de la semana, con la misma
      * cuenta que RUTFECHH (el lunes del anio 1 es la serie 366)
       77  wss-anio-ant                  PIC 9(4).
       77  wss-bis4                      PIC 9(5)  COMP.
       77  wss-bis100                    PIC 9(5)  COMP.
       77  wss-bis400                    PIC 9(5)  COMP.
       77  wss-serie                     PIC 9(7)  COMP.
       77  wss-bisiesto                  PIC 9.
       77  aux                           PIC 9(7)  COMP.
       77  resto                         PIC 9(5)  COMP.

       01  TABLA-DIAS-ACUMULADOS.
           05 FILLER       PIC 9(3) VALUE 000.
           05 FILLER       PIC 9(3) VALUE 031.
           05 FILLER       PIC 9(3) VALUE 059.
           05 FILLER       PIC 9(3) VALUE 090.
           05 FILLER       PIC 9(3) VALUE 120.
           05 FILLER       PIC 9(3) VALUE 151.
           05 FILLER       PIC 9(3) VALUE 181.
           05 FILLER       PIC 9(3) VALUE 212.
           05 FILLER       PIC 9(3) VALUE 243.
           05 FILLER       PIC 9(3) VALUE 273.
           05 FILLER       PIC 9(3) VALUE 304.
           05 FILLER       PIC 9(3) VALUE 334.
       01  FILLER REDEFINES TABLA-DIAS-ACUMULADOS.
           05 diasAcumulados OCCURS 12 TIMES PIC 9(3).

       01  TABLA-DIAS-DEL-MES.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 28.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
       01  FILLER REDEFINES TABLA-DIAS-DEL-MES.
           05 diasDelMes OCCURS 12 TIMES PIC 99.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(36) VALUE
           "  PROPUESTA DE MESAS DEL TURNO DEL  ".
           05 lti-diaDesde               PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mesDesde               PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anioDesde              PIC 9(4).
           05 FILLER                     PIC X(4)  VALUE " AL ".
           05 lti-diaHasta               PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mesHasta               PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anioHasta              PIC 9(4).

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(45) VALUE
           "  MESA MAT SEDE A.EST ALUM.  FECHA       TRIB".
           05 FILLER                     PIC X(45) VALUE
           "UNAL            OBSERVACION".

       01  LINEA-MESA.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lme-nroMesa                PIC X(4).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lme-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lme-sede                   PIC X(2).
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lme-anioEstudio            PIC 9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lme-cantAlumnos            PIC ZZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lme-fecha                  PIC X(10).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lme-tribunal               OCCURS 3 TIMES.
               10 lme-legajo             PIC X(4).
               10 FILLER                 PIC X.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lme-observacion            PIC X(20).

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(18) VALUE
           "  MESAS PROPUESTAS".
           05 lto-grabados               PIC ZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  SIN FECHA: ".
           05 lto-sin-fecha              PIC ZZZZ9.
           05 FILLER                     PIC X(25) VALUE
           "  TRIBUNAL INCOMPLETO:   ".
           05 lto-incompletas            PIC ZZZZ9.

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
           PERFORM 1000-INGRESAR-TURNO
           IF wss-turnoDesde = 0
               DISPLAY "no hay turno de examen (tipo E) en "
                   "CALENDAR.DAT que empiece en " wss-mes "/" wss-anio
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1200-ARMAR-DIAS-DEL-TURNO
           IF wss-cont-dias = 0
               DISPLAY "el turno de examen no tiene dias habiles"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           PERFORM 1300-CARGAR-PLANES
           PERFORM 1400-CARGAR-ASIGNACIONES
           PERFORM 1500-CARGAR-LICENCIAS
           PERFORM 1600-CARGAR-ULTIMO-NRO-MESA
           PERFORM 2000-CARGAR-REGULARES
           PERFORM 2200-ARMAR-MESAS
           IF wss-cont-mesas = 0
               DISPLAY "no hay alumnos regulares activos en "
                   "REGULAR.DAT, no hay mesas que proponer"
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 2400-ARMAR-TABLA-DE-CHOQUES
           PERFORM wss-cont-mesas TIMES
               PERFORM 3000-ELEGIR-PROXIMA-MESA
               PERFORM 3100-UBICAR-UNA-MESA
           END-PERFORM
           PERFORM 4000-GRABAR-PROPUESTA
           DISPLAY "*** PROPUESTA GRABADA EN MESAPROP.DAT, LISTADO "
               "EN MESAPLIS.DAT ***"
           DISPLAY "mesas: " wss-cont-grabados
               "  sin fecha: " wss-cont-sin-fecha
               "  tribunal incompleto: " wss-cont-incompletas
           DISPLAY "revise la propuesta con PGENMESA opcion 3 antes "
               "de cargarla"
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * el turno es el primer rango de examen del calendario que
      * empieza en el mes pedido; se cargan tambien los feriados y
      * dias sin clases
       1000-INGRESAR-TURNO.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DISPLAY "INGRESO DEL MES EN QUE EMPIEZA EL TURNO DE "
               "EXAMEN:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               READ ARCH-CAL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CAL-EXAMEN AND wss-turnoDesde = 0
                           AND CAL-FECHA-DESDE(1:4) = wss-anio
                           AND CAL-FECHA-DESDE(5:2) = wss-mes
                       MOVE CAL-FECHA-DESDE TO wss-turnoDesde
                       MOVE CAL-FECHA-HASTA TO wss-turnoHasta
                   END-IF
                   IF (CAL-FERIADO OR CAL-SIN-CLASES)
                           AND wss-cont-noclase < 100
                       ADD 1 TO wss-cont-noclase
                       MOVE CAL-FECHA-DESDE TO
                           vnc-fechaDesde(wss-cont-noclase)
                       MOVE CAL-FECHA-HASTA TO
                           vnc-fechaHasta(wss-cont-noclase)
                   END-IF
                   READ ARCH-CAL AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAL
           ELSE
               CLOSE ARCH-CAL
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * recorre el turno dia por dia; el dia de la semana del primer
      * dia sale de la serie de dias y desde ahi se avanza de a uno
       1200-ARMAR-DIAS-DEL-TURNO.
           MOVE wss-turnoDesde TO wss-fechaCursor
           PERFORM 1250-CALCULAR-SERIE
           SUBTRACT 366 FROM wss-serie
           DIVIDE wss-serie BY 7 GIVING aux REMAINDER resto
           COMPUTE wss-diaSemana = resto + 1
           PERFORM UNTIL wss-fechaCursor > wss-turnoHasta
                   OR wss-cont-dias >= 60
               MOVE "S" TO wss-hay-examen
               IF wss-diaSemana = 7
                   MOVE "N" TO wss-hay-examen
               END-IF
               PERFORM VARYING WS-IND-NOC FROM 1 BY 1
                       UNTIL WS-IND-NOC > wss-cont-noclase
                       OR wss-hay-examen = "N"
                   IF wss-fechaCursor >= vnc-fechaDesde(WS-IND-NOC)
                           AND wss-fechaCursor <=
                               vnc-fechaHasta(WS-IND-NOC)
                       MOVE "N" TO wss-hay-examen
                   END-IF
               END-PERFORM
               IF wss-hay-examen = "S"
                   ADD 1 TO wss-cont-dias
                   MOVE wss-fechaCursor TO vdi-fecha(wss-cont-dias)
               END-IF
               PERFORM 1280-AVANZAR-UN-DIA
           END-PERFORM.

      *-----------------------------------------------------------------

      * serie de la fecha del cursor, como en RUTFECHH
       1250-CALCULAR-SERIE.
           COMPUTE wss-anio-ant = wss-cursorAnio - 1
           DIVIDE wss-anio-ant BY 4   GIVING wss-bis4
           DIVIDE wss-anio-ant BY 100 GIVING wss-bis100
           DIVIDE wss-anio-ant BY 400 GIVING wss-bis400
           COMPUTE wss-serie = wss-cursorAnio * 365
               + wss-bis4 - wss-bis100 + wss-bis400
               + diasAcumulados(wss-cursorMes) + wss-cursorDia
           PERFORM 1260-VER-BISIESTO
           IF wss-bisiesto = 1 AND wss-cursorMes > 2
               ADD 1 TO wss-serie
           END-IF.

      *-----------------------------------------------------------------

       1260-VER-BISIESTO.
           DIVIDE wss-cursorAnio BY 4 GIVING aux REMAINDER resto
           IF resto = 0
               MOVE 1 TO wss-bisiesto
               DIVIDE wss-cursorAnio BY 100 GIVING aux REMAINDER resto
               IF resto = 0
                   MOVE 0 TO wss-bisiesto
                   DIVIDE wss-cursorAnio BY 400 GIVING aux
                       REMAINDER resto
                   IF resto = 0
                       MOVE 1 TO wss-bisiesto
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO wss-bisiesto
           END-IF.

      *-----------------------------------------------------------------

       1280-AVANZAR-UN-DIA.
           PERFORM 1260-VER-BISIESTO
           MOVE diasDelMes(wss-cursorMes) TO wss-diasMes
           IF wss-bisiesto = 1 AND wss-cursorMes = 2
               MOVE 29 TO wss-diasMes
           END-IF
           IF wss-cursorDia < wss-diasMes
               ADD 1 TO wss-cursorDia
           ELSE
               MOVE 1 TO wss-cursorDia
               IF wss-cursorMes < 12
                   ADD 1 TO wss-cursorMes
               ELSE
                   MOVE 1 TO wss-cursorMes
                   ADD 1 TO wss-cursorAnio
               END-IF
           END-IF
           IF wss-diaSemana = 7
               MOVE 1 TO wss-diaSemana
           ELSE
               ADD 1 TO wss-diaSemana
           END-IF.

      *-----------------------------------------------------------------

      * anio de estudio de cada materia; si la materia esta en mas de
      * un plan vale el primero que aparece
       1300-CARGAR-PLANES.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 99
               MOVE 0 TO wss-anioEstudio(WS-IND-MES)
           END-PERFORM
           OPEN INPUT ARCH-PLM
           IF wss-fs-plm-OK
               READ ARCH-PLM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PLM-NRO-MATERIA > 0
                       IF wss-anioEstudio(PLM-NRO-MATERIA) = 0
                           MOVE PLM-ANIO-ESTUDIO TO
                               wss-anioEstudio(PLM-NRO-MATERIA)
                       END-IF
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

       1400-CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASG
           IF wss-fs-asg-OK
               READ ARCH-ASG AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF (ASG-ANIO = wss-anio OR ASG-ANIO = wss-anio - 1)
                           AND wss-cont-asignaciones < 500
                       ADD 1 TO wss-cont-asignaciones
                       MOVE ASG-LEGAJO TO
                           vas-legajo(wss-cont-asignaciones)
                       MOVE ASG-NRO-MATERIA TO
                           vas-nroMateria(wss-cont-asignaciones)
                   END-IF
                   READ ARCH-ASG AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASG
           ELSE
               CLOSE ARCH-ASG
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1500-CARGAR-LICENCIAS.
           OPEN INPUT ARCH-LIC
           IF wss-fs-lic-OK
               READ ARCH-LIC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF LIC-FECHA-DESDE <= wss-turnoHasta
                           AND LIC-FECHA-HASTA >= wss-turnoDesde
                           AND wss-cont-licencias < 200
                       ADD 1 TO wss-cont-licencias
                       MOVE LIC-LEGAJO TO
                           vli-legajo(wss-cont-licencias)
                       MOVE LIC-FECHA-DESDE TO
                           vli-fechaDesde(wss-cont-licencias)
                       MOVE LIC-FECHA-HASTA TO
                           vli-fechaHasta(wss-cont-licencias)
                   END-IF
                   READ ARCH-LIC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-LIC
           ELSE
               CLOSE ARCH-LIC
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * los numeros de mesa propuestos siguen al mayor numero que ya
      * existe en MESAS.DAT
       1600-CARGAR-ULTIMO-NRO-MESA.
           OPEN INPUT ARCH-MES
           IF wss-fs-mes-OK
               READ ARCH-MES AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF MES-NRO-MESA IS NUMERIC
                       IF MES-NRO-MESA > wss-ultimoNroMesa
                           MOVE MES-NRO-MESA TO wss-ultimoNroMesa
                       END-IF
                   END-IF
                   READ ARCH-MES AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MES
           ELSE
               CLOSE ARCH-MES
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * por alumno y materia vale el computo del anio mas reciente;
      * despues se busca la sede de cada alumno activo
       2000-CARGAR-REGULARES.
           OPEN INPUT ARCH-RGU
           IF wss-fs-rgu-OK
               READ ARCH-RGU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidos
                   PERFORM 2050-GUARDAR-UN-REGULAR
                   READ ARCH-RGU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-RGU
           ELSE
               CLOSE ARCH-RGU
           END-IF
           MOVE "N" TO flag
           PERFORM VARYING WS-IND-RGU FROM 1 BY 1
                   UNTIL WS-IND-RGU > wss-cont-regulares
               MOVE SPACES TO vrg-sede(WS-IND-RGU)
               MOVE 0 TO vrg-indMesa(WS-IND-RGU)
               IF vrg-condicion(WS-IND-RGU) = "R"
                   MOVE vrg-nroAlumno(WS-IND-RGU) TO wss-nroAlumnoAux
                   INITIALIZE AREA-DE-COMMUNICATIONN
                   MOVE 4 TO OPCION
                   MOVE wss-nroAlumnoAux TO NUM-DAT-BUSCAR
                   CALL Ralum USING AREA-DE-COMMUNICATIONN
                   IF retorn-num = 0
                       MOVE SEDE-DATO TO vrg-sede(WS-IND-RGU)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2050-GUARDAR-UN-REGULAR.
           MOVE 0 TO wss-indRegular
           PERFORM VARYING WS-IND-RGU FROM 1 BY 1
                   UNTIL WS-IND-RGU > wss-cont-regulares
                   OR wss-indRegular > 0
               IF vrg-nroAlumno(WS-IND-RGU) = RGU-NRO-ALUMNO
                       AND vrg-nroMateria(WS-IND-RGU) =
                           RGU-NRO-MATERIA
                   MOVE WS-IND-RGU TO wss-indRegular
               END-IF
           END-PERFORM
           IF wss-indRegular = 0 AND wss-cont-regulares < 3000
               ADD 1 TO wss-cont-regulares
               MOVE wss-cont-regulares TO wss-indRegular
               MOVE RGU-NRO-ALUMNO TO vrg-nroAlumno(wss-indRegular)
               MOVE RGU-NRO-MATERIA TO vrg-nroMateria(wss-indRegular)
               MOVE 0 TO vrg-anio(wss-indRegular)
           END-IF
           IF wss-indRegular > 0
               IF RGU-ANIO >= vrg-anio(wss-indRegular)
                   MOVE RGU-ANIO TO vrg-anio(wss-indRegular)
                   MOVE RGU-CONDICION TO vrg-condicion(wss-indRegular)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * una mesa por materia y sede con alumnos regulares activos
       2200-ARMAR-MESAS.
           PERFORM VARYING WS-IND-RGU FROM 1 BY 1
                   UNTIL WS-IND-RGU > wss-cont-regulares
               IF vrg-condicion(WS-IND-RGU) = "R"
                       AND vrg-sede(WS-IND-RGU) NOT = SPACES
                   PERFORM 2250-SUMAR-A-SU-MESA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2250-SUMAR-A-SU-MESA.
           MOVE 0 TO wss-indMesa
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
                   OR wss-indMesa > 0
               IF vme-nroMateria(WS-IND-MES) =
                       vrg-nroMateria(WS-IND-RGU)
                       AND vme-sede(WS-IND-MES) = vrg-sede(WS-IND-RGU)
                   MOVE WS-IND-MES TO wss-indMesa
               END-IF
           END-PERFORM
           IF wss-indMesa = 0
               IF wss-cont-mesas < 200
                   ADD 1 TO wss-cont-mesas
                   MOVE wss-cont-mesas TO wss-indMesa
                   MOVE vrg-nroMateria(WS-IND-RGU) TO
                       vme-nroMateria(wss-indMesa)
                   MOVE vrg-sede(WS-IND-RGU) TO vme-sede(wss-indMesa)
                   IF vrg-nroMateria(WS-IND-RGU) > 0
                       MOVE wss-anioEstudio(vrg-nroMateria(WS-IND-RGU))
                           TO vme-anioEstudio(wss-indMesa)
                   ELSE
                       MOVE 0 TO vme-anioEstudio(wss-indMesa)
                   END-IF
                   MOVE 0 TO vme-cantAlumnos(wss-indMesa)
                   MOVE 0 TO vme-indDia(wss-indMesa)
                   MOVE SPACES TO vme-legajo(wss-indMesa, 1)
                   MOVE SPACES TO vme-legajo(wss-indMesa, 2)
                   MOVE SPACES TO vme-legajo(wss-indMesa, 3)
                   MOVE "N" TO vme-ubicada(wss-indMesa)
                   MOVE SPACES TO vme-observacion(wss-indMesa)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 200 mesas, la "
                       "propuesta queda incompleta"
               END-IF
           END-IF
           IF wss-indMesa > 0
               ADD 1 TO vme-cantAlumnos(wss-indMesa)
               MOVE wss-indMesa TO vrg-indMesa(WS-IND-RGU)
           END-IF.

      *-----------------------------------------------------------------

      * dos mesas chocan si un mismo alumno es regular en las dos
       2400-ARMAR-TABLA-DE-CHOQUES.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
               PERFORM VARYING wss-indOtra FROM 1 BY 1
                       UNTIL wss-indOtra > wss-cont-mesas
                   MOVE "N" TO tch-choca(WS-IND-MES, wss-indOtra)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IND-RGU FROM 1 BY 1
                   UNTIL WS-IND-RGU > wss-cont-regulares
               IF vrg-indMesa(WS-IND-RGU) > 0
                   PERFORM VARYING WS-IND-RGU-2 FROM WS-IND-RGU BY 1
                           UNTIL WS-IND-RGU-2 > wss-cont-regulares
                       IF vrg-indMesa(WS-IND-RGU-2) > 0
                               AND vrg-nroAlumno(WS-IND-RGU-2) =
                                   vrg-nroAlumno(WS-IND-RGU)
                           MOVE "S" TO tch-choca(
                               vrg-indMesa(WS-IND-RGU),
                               vrg-indMesa(WS-IND-RGU-2))
                           MOVE "S" TO tch-choca(
                               vrg-indMesa(WS-IND-RGU-2),
                               vrg-indMesa(WS-IND-RGU))
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * se ubican primero las mesas con mas alumnos
       3000-ELEGIR-PROXIMA-MESA.
           MOVE 0 TO wss-indMesa
           MOVE 0 TO wss-maxAlumnos
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
               IF vme-ubicada(WS-IND-MES) = "N"
                   IF wss-indMesa = 0 OR vme-cantAlumnos(WS-IND-MES)
                           > wss-maxAlumnos
                       MOVE WS-IND-MES TO wss-indMesa
                       MOVE vme-cantAlumnos(WS-IND-MES) TO
                           wss-maxAlumnos
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * de los dias sin choque se prefiere el que permite tribunal
      * completo y, entre esos, el que tiene menos mesas en la sede
       3100-UBICAR-UNA-MESA.
           MOVE 0 TO wss-mejorDia
           MOVE 0 TO wss-mejorPuntaje
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > wss-cont-dias
               PERFORM 3200-EVALUAR-DIA
               IF wss-dia-libre = "S"
                   PERFORM 3300-ARMAR-TRIBUNAL
                   COMPUTE wss-puntaje = wss-cantTribunal * 1000
                       + 999 - wss-mesasDelDia
                   IF wss-puntaje > wss-mejorPuntaje
                       MOVE wss-puntaje TO wss-mejorPuntaje
                       MOVE WS-IND-DIA TO wss-mejorDia
                   END-IF
               END-IF
           END-PERFORM
           MOVE "S" TO vme-ubicada(wss-indMesa)
           IF wss-mejorDia = 0
               MOVE "SIN FECHA POSIBLE" TO
                   vme-observacion(wss-indMesa)
           ELSE
               MOVE wss-mejorDia TO WS-IND-DIA
               PERFORM 3300-ARMAR-TRIBUNAL
               MOVE wss-mejorDia TO vme-indDia(wss-indMesa)
               PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                       UNTIL WS-IND-TRB > 3
                   MOVE wss-tribunal(WS-IND-TRB) TO
                       vme-legajo(wss-indMesa, WS-IND-TRB)
               END-PERFORM
               IF wss-cantTribunal < 3
                   MOVE "TRIBUNAL INCOMPLETO" TO
                       vme-observacion(wss-indMesa)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * el dia esta libre si ninguna mesa ya ubicada ese dia en la
      * misma sede es del mismo anio de estudio o comparte alumnos
       3200-EVALUAR-DIA.
           MOVE "S" TO wss-dia-libre
           MOVE 0 TO wss-mesasDelDia
           PERFORM VARYING wss-indOtra FROM 1 BY 1
                   UNTIL wss-indOtra > wss-cont-mesas
               IF vme-indDia(wss-indOtra) = WS-IND-DIA
                       AND vme-sede(wss-indOtra) = vme-sede(wss-indMesa)
                   ADD 1 TO wss-mesasDelDia
                   IF vme-anioEstudio(wss-indMesa) > 0
                           AND vme-anioEstudio(wss-indOtra) =
                               vme-anioEstudio(wss-indMesa)
                       MOVE "N" TO wss-dia-libre
                   END-IF
                   IF tch-choca(wss-indMesa, wss-indOtra) = "S"
                       MOVE "N" TO wss-dia-libre
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * primero los docentes con la materia asignada y despues el
      * resto, siempre que esten activos, sin licencia ese dia y sin
      * otro tribunal el mismo dia
       3300-ARMAR-TRIBUNAL.
           MOVE 0 TO wss-cantTribunal
           MOVE SPACES TO wss-tribunal(1)
           MOVE SPACES TO wss-tribunal(2)
           MOVE SPACES TO wss-tribunal(3)
           MOVE vdi-fecha(WS-IND-DIA) TO wss-fechaDia
           PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG > wss-cont-asignaciones
                   OR wss-cantTribunal = 3
               IF vas-nroMateria(WS-IND-ASG) =
                       vme-nroMateria(wss-indMesa)
                   MOVE vas-legajo(WS-IND-ASG) TO wss-legajoCandidato
                   PERFORM 3350-VER-DISPONIBLE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG > wss-cont-asignaciones
                   OR wss-cantTribunal = 3
               MOVE vas-legajo(WS-IND-ASG) TO wss-legajoCandidato
               PERFORM 3350-VER-DISPONIBLE
           END-PERFORM.

      *-----------------------------------------------------------------

       3350-VER-DISPONIBLE.
           MOVE "S" TO wss-disponible
           PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                   UNTIL WS-IND-TRB > wss-cantTribunal
               IF wss-tribunal(WS-IND-TRB) = wss-legajoCandidato
                   MOVE "N" TO wss-disponible
               END-IF
           END-PERFORM
           IF wss-disponible = "S"
               PERFORM VARYING WS-IND-LIC FROM 1 BY 1
                       UNTIL WS-IND-LIC > wss-cont-licencias
                       OR wss-disponible = "N"
                   IF vli-legajo(WS-IND-LIC) = wss-legajoCandidato
                           AND vli-fechaDesde(WS-IND-LIC) <=
                               wss-fechaDia
                           AND vli-fechaHasta(WS-IND-LIC) >=
                               wss-fechaDia
                       MOVE "N" TO wss-disponible
                   END-IF
               END-PERFORM
           END-IF
           IF wss-disponible = "S"
               PERFORM VARYING wss-indOtra FROM 1 BY 1
                       UNTIL wss-indOtra > wss-cont-mesas
                       OR wss-disponible = "N"
                   IF vme-indDia(wss-indOtra) = WS-IND-DIA
                           AND wss-indOtra NOT = wss-indMesa
                       PERFORM VARYING WS-IND-TRB-2 FROM 1 BY 1
                               UNTIL WS-IND-TRB-2 > 3
                           IF vme-legajo(wss-indOtra, WS-IND-TRB-2) =
                                   wss-legajoCandidato
                               MOVE "N" TO wss-disponible
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF wss-disponible = "S"
               INITIALIZE AREA-DE-COMMUNICATION-DOC
               MOVE 4 TO OPCION-D
               MOVE wss-legajoCandidato TO DOC-NUM-DAT-BUSCAR
               CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
               IF retorn-num-d NOT = 0
                   MOVE "N" TO wss-disponible
               END-IF
           END-IF
           IF wss-disponible = "S"
               ADD 1 TO wss-cantTribunal
               MOVE wss-legajoCandidato TO
                   wss-tribunal(wss-cantTribunal)
           END-IF.

      *-----------------------------------------------------------------

       4000-GRABAR-PROPUESTA.
           OPEN OUTPUT ARCH-PRO
           IF NOT wss-fs-pro-OK then
               display "error al abrir el archivo MESAPROP.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo MESAPLIS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-turnoDesde(7:2) TO lti-diaDesde
           MOVE wss-turnoDesde(5:2) TO lti-mesDesde
           MOVE wss-turnoDesde(1:4) TO lti-anioDesde
           MOVE wss-turnoHasta(7:2) TO lti-diaHasta
           MOVE wss-turnoHasta(5:2) TO lti-mesHasta
           MOVE wss-turnoHasta(1:4) TO lti-anioHasta
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-COLUMNAS
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > wss-cont-dias
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > wss-cont-mesas
                   IF vme-indDia(WS-IND-MES) = WS-IND-DIA
                       PERFORM 4100-GRABAR-UNA-MESA
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
               IF vme-indDia(WS-IND-MES) = 0
                   PERFORM 4100-GRABAR-UNA-MESA
               END-IF
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-grabados    TO lto-grabados
           MOVE wss-cont-sin-fecha   TO lto-sin-fecha
           MOVE wss-cont-incompletas TO lto-incompletas
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           CLOSE ARCH-PRO
           IF NOT wss-fs-pro-OK then
               display "error al  cerrar el archivo"
           END-IF.

      *-----------------------------------------------------------------

       4100-GRABAR-UNA-MESA.
           ADD 1 TO wss-ultimoNroMesa
           MOVE wss-ultimoNroMesa          TO PRO-NRO-MESA
           MOVE vme-nroMateria(WS-IND-MES) TO PRO-NRO-MATERIA
           MOVE vme-sede(WS-IND-MES)       TO PRO-SEDE
           IF vme-indDia(WS-IND-MES) > 0
               MOVE vdi-fecha(vme-indDia(WS-IND-MES)) TO PRO-FECHA
           ELSE
               MOVE 0 TO PRO-FECHA
               ADD 1 TO wss-cont-sin-fecha
           END-IF
           PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                   UNTIL WS-IND-TRB > 3
               MOVE vme-legajo(WS-IND-MES, WS-IND-TRB) TO
                   PRO-LEGAJO(WS-IND-TRB)
               MOVE vme-legajo(WS-IND-MES, WS-IND-TRB) TO
                   lme-legajo(WS-IND-TRB)
           END-PERFORM
           IF vme-observacion(WS-IND-MES) = "TRIBUNAL INCOMPLETO"
               ADD 1 TO wss-cont-incompletas
           END-IF
           MOVE vme-anioEstudio(WS-IND-MES)  TO PRO-ANIO-ESTUDIO
           MOVE vme-cantAlumnos(WS-IND-MES)  TO PRO-CANT-ALUMNOS
           MOVE "P"                          TO PRO-ESTADO
           MOVE vme-observacion(WS-IND-MES)  TO PRO-OBSERVACION
           MOVE SPACES                       TO ESPACIO-PRO
           WRITE REG-PRO
           IF NOT wss-fs-pro-OK then
               display "error al escribir MESAPROP.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           ADD 1 TO wss-cont-grabados
           MOVE PRO-NRO-MESA                 TO lme-nroMesa
           MOVE PRO-NRO-MATERIA              TO lme-nroMateria
           MOVE PRO-SEDE                     TO lme-sede
           MOVE PRO-ANIO-ESTUDIO             TO lme-anioEstudio
           MOVE PRO-CANT-ALUMNOS             TO lme-cantAlumnos
           IF PRO-FECHA = 0
               MOVE "SIN FECHA" TO lme-fecha
           ELSE
               MOVE SPACES TO lme-fecha
               STRING PRO-FECHA(7:2) DELIMITED BY SIZE
                   "/"                DELIMITED BY SIZE
                   PRO-FECHA(5:2)     DELIMITED BY SIZE
                   "/"                DELIMITED BY SIZE
                   PRO-FECHA(1:4)     DELIMITED BY SIZE
                   INTO lme-fecha
               END-STRING
           END-IF
           MOVE PRO-OBSERVACION              TO lme-observacion
           WRITE REG-LIS FROM LINEA-MESA.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PPROMESA" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-grabados TO est-escritos
               MOVE wss-cont-sin-fecha TO est-rechazados
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

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PPROMESA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PPROMESA.
