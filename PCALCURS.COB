      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Calculo de la nota de cursada: para el anio y mes que
      *    se indican (y una materia o todas) toma las notas por
      *    instrumento de EVALNOTA.DAT (PGENINST) y el esquema de
      *    cada materia de EVALESQ.DAT (PGENEVAL), reemplaza cada
      *    parcial por su recuperatorio si el alumno lo rindio,
      *    pondera con los pesos del esquema (ausente o sin nota
      *    vale cero) y graba la nota en NOTAS.DAT con ese periodo.
      *    El periodo pasa los mismos controles que en PGENNOTA: no
      *    futuro, fuera de los cierres de PCIERRE y con el posteo
      *    abierto en el calendario academico, salvo destrabe del
      *    supervisor. Al alumno que desaprobo o no rindio un
      *    instrumento obligatorio se lo marca aunque su promedio
      *    apruebe, y esa nota no se pasa a NOTAS.DAT hasta que se
      *    cargue el recuperatorio o se corrija; una nota ya pasada
      *    para el mismo periodo no se duplica. El detalle sale en
      *    EVALCURS.DAT. La nota pasa a NOTAS.DAT con la comision en
      *    la que el alumno esta inscripto en la materia segun
      *    INSCRIP.DAT. Cada nota posteada queda tambien en el
      *    diario de cambios DIARIO.DAT a traves de RUTDIARI.
      *    Antes de procesar verifica NOTAS.DAT y INSCRIP.DAT contra sus
      *    registros de control de CTLMAEST.DAT a traves de RUTCONTR y,
      *    si no coinciden, termina con final anormal sin procesar nada.
      *    Al terminar deja en CTLMAEST.DAT los nuevos totales de
      *    NOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCALCURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ENO         ASSIGN TO "EVALNOTA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-eno.

       SELECT OPTIONAL ARCH-ESQ         ASSIGN TO "EVALESQ.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-esq.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-not.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "NOTAAPRO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-CIE         ASSIGN TO "CIERRES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cie.

       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "EVALCURS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ENO.
           01  REG-ENO.
                05 ENO-NRO-ALUMNO     PIC 9(6).
                05 ENO-NRO-MATERIA    PIC 99.
                05 ENO-ANIO           PIC 9(4).
                05 ENO-CODIGO         PIC X(2).
                05 ENO-NOTA           PIC 99V99.
                05 ENO-AUSENTE        PIC X.
                05 ENO-FECHA-CARGA    PIC 9(8).
                05 ESPACIO-ENO        PIC XX.

       FD  ARCH-ESQ.
           01  REG-ESQ.
                05 ESQ-NRO-MATERIA    PIC 99.
                05 ESQ-CANT-INSTR     PIC 9.
                05 ESQ-INSTRUMENTOS   OCCURS 8 TIMES.
                    10 ESQ-CODIGO     PIC X(2).
                    10 ESQ-DESCRIP    PIC X(15).
                    10 ESQ-TIPO       PIC X.
                    10 ESQ-PESO       PIC 9(3).
                    10 ESQ-REEMPLAZA  PIC X(2).
                    10 ESQ-NOTA-MIN   PIC 99V99.
                    10 ESQ-OBLIGATORIO PIC X.
                05 ESQ-FECHA-ALTA     PIC 9(8).
                05 ESPACIO-ESQ        PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-notaMinima     PIC 99V99.

       FD  ARCH-CIE.
           01  REG-CIE.
                05 CIE-ANIO-DESDE     PIC 9(4).
                05 CIE-MES-DESDE      PIC 99.
                05 CIE-ANIO-HASTA     PIC 9(4).
                05 CIE-MES-HASTA      PIC 99.
                05 ESPACIO-CIE        PIC XX.

       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-PERIODO            VALUE "P".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                    88 POSTEO-CERRADO         VALUE "C".
                05 ESPACIO-CAL        PIC XX.

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
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-eno                    PIC X(2).
           88 wss-fs-eno-OK                        VALUE '00'.

       01  wss-fs-esq                    PIC X(2).
           88 wss-fs-esq-OK                        VALUE '00'.

       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.
           88 wss-fs-not-NOEXISTE                  VALUE '05'.
           88 wss-fs-not-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.

       01  wss-fs-cie                    PIC X(2).
           88 wss-fs-cie-OK                        VALUE '00'.

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-nroMateria                PIC X(2).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-puntoActual               PIC 9(6)  COMP.
       77  wss-puntoNota                 PIC 9(6)  COMP.
       77  wss-notaMinima                PIC 99V99 VALUE 04.00.
       77  wss-destraba                  PIC X.

      * periodos cerrados por PCIERRE y periodos con el posteo
      * cerrado en el calendario academico, como en PGENNOTA
       77  wss-cont-cierres              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CIERRES                OCCURS 50 TIMES.
           05 vci-puntoDesde             PIC 9(6)  COMP.
           05 vci-puntoHasta             PIC 9(6)  COMP.
       77  WS-IND-CIE                    PIC 9(3)  COMP.
       77  wss-periodo-cerrado           PIC X     VALUE "N".
       77  wss-cont-calcerr              PIC 9(2)  COMP VALUE 0.
       01  VECTOR-CAL-CERRADOS           OCCURS 20 TIMES.
           05 vcc-puntoDesde             PIC 9(6).
           05 vcc-puntoHasta             PIC 9(6).
       77  WS-IND-CAL                    PIC 9(2)  COMP.
       77  wss-posteo-cerrado            PIC X     VALUE "N".

      * esquemas de evaluacion con el mismo dibujo que EVALESQ.DAT
       77  wss-cont-esquemas             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ESQUEMAS               OCCURS 100 TIMES.
           05 ves-nroMateria             PIC 99.
           05 ves-cantInstr              PIC 9.
           05 ves-instrumentos           OCCURS 8 TIMES.
               10 ves-codigo             PIC X(2).
               10 ves-descrip            PIC X(15).
               10 ves-tipo               PIC X.
               10 ves-peso               PIC 9(3).
               10 ves-reemplaza          PIC X(2).
               10 ves-notaMin            PIC 99V99.
               10 ves-obligatorio        PIC X.
           05 ves-fechaAlta              PIC 9(8).
           05 ves-espacio                PIC XX.
       77  WS-IND-ESQ                    PIC 9(3)  COMP.
       77  WS-IND                        PIC 9     COMP.
       77  WS-IND-2                      PIC 9     COMP.

      * notas por instrumento del anio; la ultima carga es la que vale
       77  wss-cont-evalnotas            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-EVALNOTAS              OCCURS 5000 TIMES.
           05 ven-nroAlumno              PIC 9(6).
           05 ven-nroMateria             PIC 99.
           05 ven-codigo                 PIC X(2).
           05 ven-nota                   PIC 99V99.
           05 ven-ausente                PIC X.
       77  WS-IND-ENO                    PIC 9(4)  COMP.
       77  wss-indEvalnota               PIC 9(4)  COMP.

      * un renglon por alumno y materia a calificar
       77  wss-cont-cursadas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CURSADAS               OCCURS 2000 TIMES.
           05 vcu-nroAlumno              PIC 9(6).
           05 vcu-nroMateria             PIC 99.
       77  WS-IND-CUR                    PIC 9(4)  COMP.
       77  WS-IND-CU2                    PIC 9(4)  COMP.

      * alumno/materia con nota ya pasada a NOTAS.DAT en el periodo
       77  wss-cont-posteadas            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-POSTEADAS              OCCURS 3000 TIMES.
           05 vpo-nroAlumno              PIC 9(6).
           05 vpo-nroMateria             PIC 99.
       77  WS-IND-POS                    PIC 9(4)  COMP.
       77  wss-ya-posteada               PIC X.

       77  wss-codigoBuscado             PIC X(2).
       77  wss-rendido                   PIC X.
       77  wss-notaInstr                 PIC 99V99.
       77  wss-ponderada                 PIC 99V9999.
       77  wss-notaCursada               PIC 99V99.
       77  wss-oblig-desaprobado         PIC X.
       77  wss-codigoFallido             PIC X(2).

       77  wss-cont-leidas               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-posteadas-hoy        PIC 9(7)  COMP VALUE 0.
       77  wss-cont-retenidas            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-ya-posteadas         PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-esquema          PIC 9(7)  COMP VALUE 0.

      * comision de cada inscripcion con comision de INSCRIP.DAT; la
      * nota toma la de la ultima inscripcion del alumno a la materia
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INSCRIPCIONES          OCCURS 2000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-comision               PIC X(2).
       77  WS-IND-INS                    PIC 9(4)  COMP.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(33) VALUE
           "  NOTAS DE CURSADA DEL PERIODO   ".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(90) VALUE
           "  ALUMNO NOMBRE                  MAT  NOTA  OBSERVACION".

       01  LINEA-CURSADA.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcu-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-nroMateria             PIC 99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-nota                   PIC Z9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-observacion            PIC X(45).

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(13) VALUE
           "  POSTEADAS: ".
           05 lto-posteadas              PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  RETENIDAS: ".
           05 lto-retenidas              PIC ZZZZZZ9.
           05 FILLER                     PIC X(17) VALUE
           "  YA POSTEADAS: ".
           05 lto-ya-posteadas           PIC ZZZZZZ9.
           05 FILLER                     PIC X(16) VALUE
           "  SIN ESQUEMA: ".
           05 lto-sin-esquema            PIC ZZZZZZ9.

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

      *VARIABLES PARA INVOCAR A LA RUTINA DEL DIARIO DE CAMBIOS
       01  AREA-DE-COMMUNICATION-JRN.
           05 DATOS-ENTRADA.
               10 OPCION-J            PIC 9.
               10 J-PROGRAMA          PIC X(8).
               10 J-ARCHIVO           PIC X(3).
               10 J-OPERACION         PIC X.
               10 J-IMAGEN-ANTES      PIC X(53).
               10 J-IMAGEN-DESPUES    PIC X(53).
           05 DATOS-SALIDA.
               10 COMO-TERMINO.
                   15 retorn-num-j    PIC 9(3).
                   15 retorn-txt-j    PIC X(30).

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
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           PERFORM 1000-INGRESAR-DATOS-DE-LA-CORRIDA
           PERFORM 1100-CARGAR-CIERRES
           PERFORM 1150-CARGAR-CALENDARIO
           PERFORM 1200-VALIDAR-PERIODO
           PERFORM 1300-CARGAR-NOTA-MINIMA
           PERFORM 1400-CARGAR-ESQUEMAS
           PERFORM 1500-CARGAR-NOTAS-INSTRUMENTO
           IF wss-cont-evalnotas = 0
               DISPLAY "no hay notas por instrumento del anio "
                   wss-anio " para calcular"
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1600-CARGAR-POSTEADAS
           PERFORM 1700-CARGAR-COMISIONES-INSCRIP
           PERFORM 2000-ARMAR-CURSADAS
           PERFORM 2500-ABRIR-SALIDAS
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursadas
               PERFORM 3000-CALIFICAR-UNA-CURSADA
           END-PERFORM
           PERFORM 4000-CERRAR-SALIDAS
           DISPLAY "*** NOTAS DE CURSADA CALCULADAS, DETALLE EN "
               "EVALCURS.DAT ***"
           DISPLAY "posteadas: " wss-cont-posteadas-hoy
               "  retenidas: " wss-cont-retenidas
               "  ya posteadas: " wss-cont-ya-posteadas
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-INGRESAR-DATOS-DE-LA-CORRIDA.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DIVIDE wss-fechaHoy BY 100 GIVING wss-puntoActual
           DISPLAY "INGRESO DEL PERIODO DE LA NOTA DE CURSADA:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes
           MOVE SPACES TO wss-nroMateria
           PERFORM UNTIL wss-nroMateria NOT = SPACES
               DISPLAY "INGRESE EL NUMERO DE MATERIA (00 PARA TODAS "
                   "LAS QUE TIENEN ESQUEMA)"
               ACCEPT wss-nroMateria
               IF wss-nroMateria NOT = "00"
                   INITIALIZE AREA-DE-COMMUNICATION-MAT
                   MOVE 4 TO OPCION-M
                   MOVE wss-nroMateria TO MAT-NUM-DAT-BUSCAR
                   CALL Rmate USING AREA-DE-COMMUNICATION-MAT
                   IF retorn-num-m NOT = 0
                       DISPLAY "la materia ingresada no existe o esta "
                           "inactiva, reingrese"
                       MOVE SPACES TO wss-nroMateria
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * baja los periodos cerrados de CIERRES.DAT como puntos
      * anio*100+mes para comparar rapido al validar el periodo
       1100-CARGAR-CIERRES.
           OPEN INPUT ARCH-CIE
           IF wss-fs-cie-OK
               MOVE "N" TO flag
               READ ARCH-CIE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-cierres < 50
                       ADD 1 TO wss-cont-cierres
                       COMPUTE vci-puntoDesde(wss-cont-cierres) =
                           CIE-ANIO-DESDE * 100 + CIE-MES-DESDE
                       COMPUTE vci-puntoHasta(wss-cont-cierres) =
                           CIE-ANIO-HASTA * 100 + CIE-MES-HASTA
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

      * baja del calendario academico los periodos con el posteo
      * cerrado por el registrador
       1150-CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               MOVE "N" TO flag
               READ ARCH-CAL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CAL-PERIODO AND POSTEO-CERRADO
                           AND wss-cont-calcerr < 20
                       ADD 1 TO wss-cont-calcerr
                       COMPUTE vcc-puntoDesde(wss-cont-calcerr) =
                           CAL-FECHA-DESDE / 100
                       COMPUTE vcc-puntoHasta(wss-cont-calcerr) =
                           CAL-FECHA-HASTA / 100
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

      * el periodo no puede ser futuro ni caer en un cierre; con el
      * posteo cerrado en el calendario solo sigue el supervisor y
      * el destrabe queda en AUDIT.LOG con la marca OVERRIDE
       1200-VALIDAR-PERIODO.
           COMPUTE wss-puntoNota = wss-anio * 100 + wss-mes
           IF wss-puntoNota > wss-puntoActual
               DISPLAY "el periodo " wss-mes "/" wss-anio " es futuro, "
                   "no se aceptan notas"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO wss-periodo-cerrado
           PERFORM VARYING WS-IND-CIE FROM 1 BY 1
                   UNTIL WS-IND-CIE > wss-cont-cierres
                   OR wss-periodo-cerrado = "S"
               IF wss-puntoNota >= vci-puntoDesde(WS-IND-CIE)
                       AND wss-puntoNota <= vci-puntoHasta(WS-IND-CIE)
                   MOVE "S" TO wss-periodo-cerrado
               END-IF
           END-PERFORM
           IF wss-periodo-cerrado = "S"
               DISPLAY "el periodo " wss-mes "/" wss-anio " ya esta "
                   "cerrado, no se aceptan notas"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO wss-posteo-cerrado
           PERFORM VARYING WS-IND-CAL FROM 1 BY 1
                   UNTIL WS-IND-CAL > wss-cont-calcerr
                   OR wss-posteo-cerrado = "S"
               IF wss-puntoNota >= vcc-puntoDesde(WS-IND-CAL)
                       AND wss-puntoNota <=
                           vcc-puntoHasta(WS-IND-CAL)
                   MOVE "S" TO wss-posteo-cerrado
               END-IF
           END-PERFORM
           IF wss-posteo-cerrado = "S"
               DISPLAY "el periodo " wss-mes "/" wss-anio " esta "
                   "cerrado para el posteo en el calendario "
                   "academico"
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-rol-sesion = "S" OR wss-rol-sesion = SPACE
                   DISPLAY "DESEA DESTRABARLO COMO SUPERVISOR Y "
                       "CONTINUAR? (S/N)"
                   ACCEPT wss-destraba
                   IF wss-destraba = "S" OR wss-destraba = "s"
                       OPEN EXTEND ARCH-AUDIT
                       MOVE SPACES TO aud-clave
                       STRING "OVERRIDE/"  DELIMITED BY SIZE
                           wss-anio        DELIMITED BY SIZE
                           wss-mes         DELIMITED BY SIZE
                           INTO aud-clave
                       END-STRING
                       PERFORM 3150-REGISTRAR-AUDITORIA
                       CLOSE ARCH-AUDIT
                   ELSE
                       PERFORM 6000-CERRAR-PROGRAMA
                   END-IF
               ELSE
                   DISPLAY "su rol no puede destrabar el posteo"
                   PERFORM 6000-CERRAR-PROGRAMA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la nota minima de aprobacion sale del parametro NOTAAPRO.DAT
      * si esta (el mismo que usa PLISAPRO); si no, rige el 4.00
       1300-CARGAR-NOTA-MINIMA.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END MOVE par-notaMinima TO wss-notaMinima
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

      *-----------------------------------------------------------------

       1400-CARGAR-ESQUEMAS.
           OPEN INPUT ARCH-ESQ
           IF wss-fs-esq-OK
               MOVE "N" TO flag
               READ ARCH-ESQ AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-esquemas < 100
                       ADD 1 TO wss-cont-esquemas
                       MOVE REG-ESQ TO
                           VECTOR-ESQUEMAS(wss-cont-esquemas)
                   END-IF
                   READ ARCH-ESQ AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ESQ
           ELSE
               CLOSE ARCH-ESQ
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * solo las del anio (y de la materia si se pidio una); una
      * carga posterior del mismo instrumento pisa a la anterior
       1500-CARGAR-NOTAS-INSTRUMENTO.
           OPEN INPUT ARCH-ENO
           IF wss-fs-eno-OK
               MOVE "N" TO flag
               READ ARCH-ENO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidas
                   IF ENO-ANIO = wss-anio
                           AND (wss-nroMateria = "00"
                           OR ENO-NRO-MATERIA = wss-nroMateria)
                       PERFORM 1550-GUARDAR-NOTA-INSTRUMENTO
                   END-IF
                   READ ARCH-ENO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENO
           ELSE
               CLOSE ARCH-ENO
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1550-GUARDAR-NOTA-INSTRUMENTO.
           MOVE 0 TO wss-indEvalnota
           PERFORM VARYING WS-IND-ENO FROM 1 BY 1
                   UNTIL WS-IND-ENO > wss-cont-evalnotas
                   OR wss-indEvalnota > 0
               IF ven-nroAlumno(WS-IND-ENO) = ENO-NRO-ALUMNO
                       AND ven-nroMateria(WS-IND-ENO) = ENO-NRO-MATERIA
                       AND ven-codigo(WS-IND-ENO) = ENO-CODIGO
                   MOVE WS-IND-ENO TO wss-indEvalnota
               END-IF
           END-PERFORM
           IF wss-indEvalnota = 0 AND wss-cont-evalnotas < 5000
               ADD 1 TO wss-cont-evalnotas
               MOVE wss-cont-evalnotas TO wss-indEvalnota
               MOVE ENO-NRO-ALUMNO  TO ven-nroAlumno(wss-indEvalnota)
               MOVE ENO-NRO-MATERIA TO ven-nroMateria(wss-indEvalnota)
               MOVE ENO-CODIGO      TO ven-codigo(wss-indEvalnota)
           END-IF
           IF wss-indEvalnota > 0
               MOVE ENO-NOTA    TO ven-nota(wss-indEvalnota)
               MOVE ENO-AUSENTE TO ven-ausente(wss-indEvalnota)
           END-IF.

      *-----------------------------------------------------------------

      * alumno/materia que ya tienen nota en NOTAS.DAT para el mismo
      * periodo: volver a correr no duplica, la correccion va por
      * PGENCORR
       1600-CARGAR-POSTEADAS.
           OPEN INPUT ARCH-NOT
           IF wss-fs-not-OK
               MOVE "N" TO flag
               READ ARCH-NOT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF NOT-ANIO = wss-anio AND NOT-MES = wss-mes
                           AND wss-cont-posteadas < 3000
                       ADD 1 TO wss-cont-posteadas
                       MOVE NOT-NRO-ALUMNO TO
                           vpo-nroAlumno(wss-cont-posteadas)
                       MOVE NOT-NRO-MATERIA TO
                           vpo-nroMateria(wss-cont-posteadas)
                   END-IF
                   READ ARCH-NOT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
           ELSE
               CLOSE ARCH-NOT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1700-CARGAR-COMISIONES-INSCRIP.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               MOVE "N" TO flag
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF INS-COMISION NOT = SPACES
                           AND wss-cont-inscrip < 2000
                       ADD 1 TO wss-cont-inscrip
                       MOVE INS-NRO-ALUMNO TO
                           vin-nroAlumno(wss-cont-inscrip)
                       MOVE INS-NRO-MATERIA TO
                           vin-nroMateria(wss-cont-inscrip)
                       MOVE INS-COMISION TO
                           vin-comision(wss-cont-inscrip)
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

       2000-ARMAR-CURSADAS.
           PERFORM VARYING WS-IND-ENO FROM 1 BY 1
                   UNTIL WS-IND-ENO > wss-cont-evalnotas
               MOVE 0 TO WS-IND-CU2
               PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                       UNTIL WS-IND-CUR > wss-cont-cursadas
                       OR WS-IND-CU2 > 0
                   IF vcu-nroAlumno(WS-IND-CUR) =
                           ven-nroAlumno(WS-IND-ENO)
                       AND vcu-nroMateria(WS-IND-CUR) =
                           ven-nroMateria(WS-IND-ENO)
                       MOVE WS-IND-CUR TO WS-IND-CU2
                   END-IF
               END-PERFORM
               IF WS-IND-CU2 = 0 AND wss-cont-cursadas < 2000
                   ADD 1 TO wss-cont-cursadas
                   MOVE ven-nroAlumno(WS-IND-ENO) TO
                       vcu-nroAlumno(wss-cont-cursadas)
                   MOVE ven-nroMateria(WS-IND-ENO) TO
                       vcu-nroMateria(wss-cont-cursadas)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2500-ABRIR-SALIDAS.
           OPEN EXTEND ARCH-NOT
           IF wss-fs-not-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-not-OK AND NOT wss-fs-not-NOEXISTE then
               display "error al abrir el archivo NOTAS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo EVALCURS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-mes  TO lti-mes
           MOVE wss-anio TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-COLUMNAS.

      *-----------------------------------------------------------------

      * pondera los instrumentos de la cursada WS-IND-CUR y decide si
      * la nota se pasa a NOTAS.DAT
       3000-CALIFICAR-UNA-CURSADA.
           MOVE vcu-nroAlumno(WS-IND-CUR)  TO lcu-nroAlumno
           MOVE vcu-nroMateria(WS-IND-CUR) TO lcu-nroMateria
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE vcu-nroAlumno(WS-IND-CUR) TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0
               MOVE DESCRIPCION TO lcu-nombre
           ELSE
               MOVE "ALUMNO NO HALLADO" TO lcu-nombre
           END-IF
           PERFORM VARYING WS-IND-ESQ FROM 1 BY 1
                   UNTIL WS-IND-ESQ > wss-cont-esquemas
                   OR ves-nroMateria(WS-IND-ESQ) =
                       vcu-nroMateria(WS-IND-CUR)
               CONTINUE
           END-PERFORM
           IF WS-IND-ESQ > wss-cont-esquemas
               ADD 1 TO wss-cont-sin-esquema
               MOVE 0 TO lcu-nota
               MOVE "MATERIA SIN ESQUEMA DE EVALUACION" TO
                   lcu-observacion
           ELSE
               PERFORM 3100-PONDERAR-INSTRUMENTOS
               PERFORM 3200-DECIDIR-POSTEO
           END-IF
           WRITE REG-LIS FROM LINEA-CURSADA.

      *-----------------------------------------------------------------

      * el recuperatorio rendido reemplaza la nota del parcial; un
      * instrumento obligatorio sin rendir o debajo de su minimo marca
      * la cursada
       3100-PONDERAR-INSTRUMENTOS.
           MOVE 0 TO wss-ponderada
           MOVE "N" TO wss-oblig-desaprobado
           MOVE SPACES TO wss-codigoFallido
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > ves-cantInstr(WS-IND-ESQ)
               IF ves-tipo(WS-IND-ESQ, WS-IND) NOT = "R"
                   MOVE ves-codigo(WS-IND-ESQ, WS-IND) TO
                       wss-codigoBuscado
                   PERFORM 3500-BUSCAR-NOTA-INSTRUMENTO
                   IF ves-tipo(WS-IND-ESQ, WS-IND) = "P"
                       PERFORM 3120-APLICAR-RECUPERATORIO
                   END-IF
                   COMPUTE wss-ponderada = wss-ponderada +
                       wss-notaInstr * ves-peso(WS-IND-ESQ, WS-IND)
                       / 100
                   IF ves-obligatorio(WS-IND-ESQ, WS-IND) = "S"
                       AND (wss-rendido = "N" OR wss-notaInstr <
                           ves-notaMin(WS-IND-ESQ, WS-IND))
                       AND wss-oblig-desaprobado = "N"
                       MOVE "S" TO wss-oblig-desaprobado
                       MOVE ves-codigo(WS-IND-ESQ, WS-IND) TO
                           wss-codigoFallido
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE wss-notaCursada ROUNDED = wss-ponderada
           MOVE wss-notaCursada TO lcu-nota.

      *-----------------------------------------------------------------

       3120-APLICAR-RECUPERATORIO.
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > ves-cantInstr(WS-IND-ESQ)
               IF ves-tipo(WS-IND-ESQ, WS-IND-2) = "R"
                       AND ves-reemplaza(WS-IND-ESQ, WS-IND-2) =
                           ves-codigo(WS-IND-ESQ, WS-IND)
                   MOVE ves-codigo(WS-IND-ESQ, WS-IND-2) TO
                       wss-codigoBuscado
                   PERFORM 3600-BUSCAR-RECUPERATORIO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3200-DECIDIR-POSTEO.
           MOVE "N" TO wss-ya-posteada
           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS > wss-cont-posteadas
                   OR wss-ya-posteada = "S"
               IF vpo-nroAlumno(WS-IND-POS) = vcu-nroAlumno(WS-IND-CUR)
                       AND vpo-nroMateria(WS-IND-POS) =
                           vcu-nroMateria(WS-IND-CUR)
                   MOVE "S" TO wss-ya-posteada
               END-IF
           END-PERFORM
           MOVE SPACES TO lcu-observacion
           EVALUATE TRUE
               WHEN wss-ya-posteada = "S"
                   ADD 1 TO wss-cont-ya-posteadas
                   MOVE "YA TENIA NOTA EN EL PERIODO, NO SE POSTEA"
                       TO lcu-observacion
               WHEN wss-oblig-desaprobado = "S"
                       AND wss-notaCursada >= wss-notaMinima
                   ADD 1 TO wss-cont-retenidas
                   STRING "RETENIDA: DESAPROBO " DELIMITED BY SIZE
                       wss-codigoFallido       DELIMITED BY SIZE
                       " (OBLIGATORIO)"        DELIMITED BY SIZE
                       INTO lcu-observacion
                   END-STRING
               WHEN OTHER
                   PERFORM 3300-GRABAR-NOTA-CURSADA
                   IF wss-oblig-desaprobado = "S"
                       STRING "POSTEADA, DESAPROBO " DELIMITED BY SIZE
                           wss-codigoFallido       DELIMITED BY SIZE
                           " (OBLIGATORIO)"        DELIMITED BY SIZE
                           INTO lcu-observacion
                       END-STRING
                   ELSE
                       MOVE "POSTEADA" TO lcu-observacion
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

       3300-GRABAR-NOTA-CURSADA.
           MOVE vcu-nroAlumno(WS-IND-CUR)  TO NOT-NRO-ALUMNO
           MOVE vcu-nroMateria(WS-IND-CUR) TO NOT-NRO-MATERIA
           MOVE wss-anio        TO NOT-ANIO
           MOVE wss-mes         TO NOT-MES
           MOVE wss-notaCursada TO NOT-NOTA
           MOVE SPACES          TO NOT-COMISION
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroAlumno(WS-IND-INS) = vcu-nroAlumno(WS-IND-CUR)
                       AND vin-nroMateria(WS-IND-INS) =
                           vcu-nroMateria(WS-IND-CUR)
                   MOVE vin-comision(WS-IND-INS) TO NOT-COMISION
               END-IF
           END-PERFORM
           WRITE REG-NOT
           IF NOT wss-fs-not-OK then
               display "error al  escribir el archivo"
               PERFORM 4000-CERRAR-SALIDAS
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           ADD 1 TO wss-cont-posteadas-hoy
           MOVE SPACES TO aud-clave
           STRING vcu-nroAlumno(WS-IND-CUR)  DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               vcu-nroMateria(WS-IND-CUR)   DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           PERFORM 3160-REGISTRAR-DIARIO.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando paso la nota
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PCALCURS" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * deja la nota posteada en el diario de cambios para poder
      * reaplicarla despues de una restauracion de PBACKUP
       3160-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PCALCURS" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE REG-NOT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * nota del instrumento wss-codigoBuscado de la cursada; sin nota
      * o ausente vale cero y no cuenta como rendido
       3500-BUSCAR-NOTA-INSTRUMENTO.
           MOVE "N" TO wss-rendido
           MOVE 0 TO wss-notaInstr
           PERFORM VARYING WS-IND-ENO FROM 1 BY 1
                   UNTIL WS-IND-ENO > wss-cont-evalnotas
               IF ven-nroAlumno(WS-IND-ENO) = vcu-nroAlumno(WS-IND-CUR)
                       AND ven-nroMateria(WS-IND-ENO) =
                           vcu-nroMateria(WS-IND-CUR)
                       AND ven-codigo(WS-IND-ENO) = wss-codigoBuscado
                       AND ven-ausente(WS-IND-ENO) NOT = "A"
                   MOVE "S" TO wss-rendido
                   MOVE ven-nota(WS-IND-ENO) TO wss-notaInstr
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * un recuperatorio rendido deja su nota en lugar de la del
      * parcial
       3600-BUSCAR-RECUPERATORIO.
           PERFORM VARYING WS-IND-ENO FROM 1 BY 1
                   UNTIL WS-IND-ENO > wss-cont-evalnotas
               IF ven-nroAlumno(WS-IND-ENO) = vcu-nroAlumno(WS-IND-CUR)
                       AND ven-nroMateria(WS-IND-ENO) =
                           vcu-nroMateria(WS-IND-CUR)
                       AND ven-codigo(WS-IND-ENO) = wss-codigoBuscado
                       AND ven-ausente(WS-IND-ENO) NOT = "A"
                   MOVE "S" TO wss-rendido
                   MOVE ven-nota(WS-IND-ENO) TO wss-notaInstr
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4000-CERRAR-SALIDAS.
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-posteadas-hoy TO lto-posteadas
           MOVE wss-cont-retenidas     TO lto-retenidas
           MOVE wss-cont-ya-posteadas  TO lto-ya-posteadas
           MOVE wss-cont-sin-esquema   TO lto-sin-esquema
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           CLOSE ARCH-NOT
           IF NOT wss-fs-not-OK then
               display "error al  cerrar el archivo"
           END-IF
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCALCURS" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidas TO est-leidos
               MOVE wss-cont-posteadas-hoy TO est-escritos
               MOVE wss-cont-retenidas TO est-rechazados
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
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de NOTAS.DAT mientras el estado sea de
      * comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-not-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "NOTAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-not "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-NOT
           END-PERFORM
           IF wss-fs-not-OCUPADO
               DISPLAY "NOTAS.DAT sigue en uso; avise a "
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

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOTINS" TO K-ARCHIVOS
           MOVE "PCALCURS" TO K-PROGRAMA
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
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PCALCURS" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PCALCURS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCALCURS.
