      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Listados de practicas profesionalizantes. El modo 1
      *    da, por cada alumno activo cuyo plan exige horas de
      *    practica en PLANES.DAT o que tiene convenio o horas
      *    cargadas, las horas exigidas por el plan, las aprobadas
      *    por el tutor y las pendientes de HORPRAC.DAT y las que le
      *    faltan, con totales de cumplidos y con faltantes. El
      *    modo 2 lista los convenios de CONVPRAC.DAT de alumnos que
      *    siguen cursando que vencen dentro de los proximos 30 dias
      *    (dias contados con RUTFECHH), con la organizacion de
      *    ORGPRAC.DAT y el tutor, para gestionar la renovacion a
      *    tiempo. Graba el listado en LISTPRAC.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLISPRAC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-ORG         ASSIGN TO "ORGPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-org.

       SELECT OPTIONAL ARCH-CNV         ASSIGN TO "CONVPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cnv.

       SELECT OPTIONAL ARCH-HRP         ASSIGN TO "HORPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hrp.

       SELECT OPTIONAL ARCH-LISTADO     ASSIGN TO "LISTPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

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

       FD  ARCH-PLA.
           01  REG-PLA.
                05 PLA-CODIGO         PIC X.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLA        PIC X.

       FD  ARCH-ORG.
           01  REG-ORG.
                05 ORG-CODIGO         PIC X(4).
                05 ORG-NOMBRE         PIC X(30).
                05 ORG-DOMICILIO      PIC X(30).
                05 ORG-TELEFONO       PIC X(15).
                05 ORG-ESTADO         PIC X.
                05 ESPACIO            PIC X.

       FD  ARCH-CNV.
           01  REG-CNV.
                05 CNV-NRO-ALUMNO     PIC 9(6).
                05 CNV-ORGANIZACION   PIC X(4).
                05 CNV-TUTOR          PIC X(23).
                05 CNV-FECHA-DESDE    PIC 9(8).
                05 CNV-FECHA-HASTA    PIC 9(8).
                05 CNV-HORAS-REQUERIDAS PIC 9(3).
                05 ESPACIO-CNV        PIC XX.

       FD  ARCH-HRP.
           01  REG-HRP.
                05 HRP-NRO-ALUMNO     PIC 9(6).
                05 HRP-ORGANIZACION   PIC X(4).
                05 HRP-FECHA          PIC 9(8).
                05 HRP-HORAS          PIC 99.
                05 HRP-ESTADO         PIC X.
                    88 HORAS-PENDIENTES       VALUE "P".
                    88 HORAS-APROBADAS        VALUE "A".
                05 HRP-FECHA-NOVEDAD  PIC 9(8).
                05 HRP-USUARIO        PIC X(20).
                05 ESPACIO-HRP        PIC XX.

       FD  ARCH-LISTADO.
           01  REG-LISTADO           PIC X(100).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
           88 MODO-HORAS                           VALUE 1.
           88 MODO-VENCIMIENTOS                    VALUE 2.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-diasAviso                 PIC 9(3)  VALUE 30.

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.
       01  wss-fs-org                    PIC X(2).
           88 wss-fs-org-OK                        VALUE '00'.
       01  wss-fs-cnv                    PIC X(2).
           88 wss-fs-cnv-OK                        VALUE '00'.
       01  wss-fs-hrp                    PIC X(2).
           88 wss-fs-hrp-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

      * horas de practica que exige cada plan
       77  wss-cont-planes               PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PLANES                 OCCURS 10 TIMES.
           05 vpl-codigo                 PIC X.
           05 vpl-horasPractica          PIC 9(3).
       77  WS-IND-PLA                    PIC 9(2)  COMP.

      * organizaciones receptoras
       77  wss-cont-orgs                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ORGANIZACIONES         OCCURS 300 TIMES.
           05 vor-codigo                 PIC X(4).
           05 vor-nombre                 PIC X(30).
       77  WS-IND-ORG                    PIC 9(3)  COMP.

      * alumnos con convenio o con horas cargadas, con sus horas
      * aprobadas y pendientes
       77  wss-cont-alu-practica         PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PRACTICAS              OCCURS 3000 TIMES.
           05 vpr-nroAlumno              PIC 9(6).
           05 vpr-horasAprobadas         PIC 9(5)  COMP.
           05 vpr-horasPendientes        PIC 9(5)  COMP.
       77  WS-IND-PRA                    PIC 9(4)  COMP.
       77  wss-indPractica               PIC 9(4)  COMP.
       77  wss-nroAlumnoBus              PIC 9(6).

       77  wss-horasExigidas             PIC 9(3).
       77  wss-horasAprobadas            PIC 9(5).
       77  wss-horasPendientes           PIC 9(5).
       77  wss-horasFaltan               PIC 9(5).
       77  wss-fechaAEditar              PIC 9(8).
       77  wss-fechaEd                   PIC X(10).

       77  wss-cont-listados             PIC 9(5)  COMP VALUE 0.
       77  wss-cont-cumplidos            PIC 9(5)  COMP VALUE 0.
       77  wss-cont-con-faltantes        PIC 9(5)  COMP VALUE 0.
       77  wss-cont-por-vencer           PIC 9(5)  COMP VALUE 0.

       01  LINEA-COLUMNAS-HORAS.
           05 FILLER                     PIC X(40) VALUE
           "ALUMNO   NOMBRE                   PLAN  ".
           05 FILLER                     PIC X(45) VALUE
           "EXIGIDAS  APROBADAS  PENDIENTES  FALTAN".

       01  LINEA-HORAS.
           05 lho-nroAlumno              PIC X(6).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lho-nombre                 PIC X(23).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lho-plan                   PIC X.
           05 FILLER                     PIC X(9)  VALUE SPACES.
           05 lho-exigidas               PIC ZZ9.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lho-aprobadas              PIC ZZZZ9.
           05 FILLER                     PIC X(7)  VALUE SPACES.
           05 lho-pendientes             PIC ZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lho-faltan                 PIC ZZZZ9.

       01  LINEA-TOTALES-HORAS.
           05 FILLER                     PIC X(18) VALUE
           "ALUMNOS LISTADOS: ".
           05 tho-listados               PIC ZZZZ9.
           05 FILLER                     PIC X(14) VALUE
           "  CUMPLIDOS: ".
           05 tho-cumplidos              PIC ZZZZ9.
           05 FILLER                     PIC X(23) VALUE
           "  CON HORAS FALTANTES: ".
           05 tho-faltantes              PIC ZZZZ9.

       01  LINEA-COLUMNAS-VENCE.
           05 FILLER                     PIC X(40) VALUE
           "ALUMNO  ORGANIZACION                    ".
           05 FILLER                     PIC X(50) VALUE
           "     TUTOR                    VENCE      DIAS".

       01  LINEA-VENCE.
           05 lve-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lve-organizacion           PIC X(4).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lve-nombreOrg              PIC X(30).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lve-tutor                  PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lve-hasta                  PIC X(10).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lve-dias                   PIC ZZ9.

       01  LINEA-TOTALES-VENCE.
           05 FILLER                     PIC X(39) VALUE
           "CONVENIOS QUE VENCEN EN 30 DIAS O MENOS".
           05 FILLER                     PIC X(2)  VALUE ": ".
           05 tve-por-vencer             PIC ZZZZ9.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".

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

      *VARIABLES PARA INVOCAR A LA RUTINA DE FECHAS
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

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 0500-SELECCIONAR-MODO
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           OPEN OUTPUT ARCH-LISTADO
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo LISTPRAC.DAT"
               PERFORM 4000-CERRAR-PROGRAMA
           END-IF
           IF MODO-HORAS
               PERFORM 1000-CARGAR-PLANES
               PERFORM 1100-CARGAR-PRACTICAS
               PERFORM 2000-LISTAR-HORAS
           ELSE
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 1 TO OPCION
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               PERFORM 1200-CARGAR-ORGANIZACIONES
               PERFORM 3000-LISTAR-VENCIMIENTOS
           END-IF
           CLOSE ARCH-LISTADO
           IF NOT wss-fs-lis-OK then
               display "error al cerrar LISTPRAC.DAT"
           END-IF
           PERFORM 4000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL MODO-HORAS OR MODO-VENCIMIENTOS
               DISPLAY "1-HORAS DE PRACTICA CUMPLIDAS Y FALTANTES POR "
                   "ALUMNO"
               DISPLAY "2-CONVENIOS QUE VENCEN EN LOS PROXIMOS 30 DIAS"
               ACCEPT wss-modo
               IF NOT MODO-HORAS AND NOT MODO-VENCIMIENTOS
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-CARGAR-PLANES.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-planes < 10
                       ADD 1 TO wss-cont-planes
                       MOVE PLA-CODIGO TO vpl-codigo(wss-cont-planes)
                       MOVE PLA-HORAS-PRACTICA TO
                           vpl-horasPractica(wss-cont-planes)
                   END-IF
                   READ ARCH-PLA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLA
           ELSE
               CLOSE ARCH-PLA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * todo alumno con convenio entra al vector aunque todavia no
      * tenga horas; las horas se suman segun su estado
       1100-CARGAR-PRACTICAS.
           OPEN INPUT ARCH-CNV
           IF wss-fs-cnv-OK
               READ ARCH-CNV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE CNV-NRO-ALUMNO TO wss-nroAlumnoBus
                   PERFORM 1150-UBICAR-O-AGREGAR-ALUMNO
                   READ ARCH-CNV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CNV
           ELSE
               CLOSE ARCH-CNV
           END-IF
           MOVE "N" TO flag
           OPEN INPUT ARCH-HRP
           IF wss-fs-hrp-OK
               READ ARCH-HRP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE HRP-NRO-ALUMNO TO wss-nroAlumnoBus
                   PERFORM 1150-UBICAR-O-AGREGAR-ALUMNO
                   IF wss-indPractica > 0
                       IF HORAS-APROBADAS
                           ADD HRP-HORAS TO
                               vpr-horasAprobadas(wss-indPractica)
                       END-IF
                       IF HORAS-PENDIENTES
                           ADD HRP-HORAS TO
                               vpr-horasPendientes(wss-indPractica)
                       END-IF
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

      * deja en wss-indPractica el alumno wss-nroAlumnoBus, dandolo
      * de alta si no estaba (cero si el vector esta lleno)
       1150-UBICAR-O-AGREGAR-ALUMNO.
           MOVE 0 TO wss-indPractica
           PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                   UNTIL WS-IND-PRA > wss-cont-alu-practica
                   OR wss-indPractica > 0
               IF vpr-nroAlumno(WS-IND-PRA) = wss-nroAlumnoBus
                   MOVE WS-IND-PRA TO wss-indPractica
               END-IF
           END-PERFORM
           IF wss-indPractica = 0
               IF wss-cont-alu-practica < 3000
                   ADD 1 TO wss-cont-alu-practica
                   MOVE wss-cont-alu-practica TO wss-indPractica
                   MOVE wss-nroAlumnoBus TO
                       vpr-nroAlumno(wss-indPractica)
                   MOVE 0 TO vpr-horasAprobadas(wss-indPractica)
                   MOVE 0 TO vpr-horasPendientes(wss-indPractica)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 3000 alumnos con "
                       "practicas, el listado queda incompleto"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-CARGAR-ORGANIZACIONES.
           OPEN INPUT ARCH-ORG
           IF wss-fs-org-OK
               READ ARCH-ORG AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-orgs < 300
                       ADD 1 TO wss-cont-orgs
                       MOVE ORG-CODIGO TO vor-codigo(wss-cont-orgs)
                       MOVE ORG-NOMBRE TO vor-nombre(wss-cont-orgs)
                   END-IF
                   READ ARCH-ORG AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ORG
           ELSE
               CLOSE ARCH-ORG
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2000-LISTAR-HORAS.
           DISPLAY "*** HORAS DE PRACTICAS PROFESIONALIZANTES ***"
           WRITE REG-LISTADO FROM
               "*** HORAS DE PRACTICAS PROFESIONALIZANTES ***"
           DISPLAY LINEA-COLUMNAS-HORAS
           WRITE REG-LISTADO FROM LINEA-COLUMNAS-HORAS
           OPEN INPUT ARCH-ALU
           IF NOT wss-fs-alu-OK then
               display "error al abrir el archivo ALUMNOS.DAT"
           ELSE
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ALUMNO-ACTIVO
                       PERFORM 2100-LISTAR-UN-ALUMNO
                   END-IF
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag
           IF wss-cont-listados = 0
               DISPLAY "SIN ALUMNOS CON PRACTICAS"
               WRITE REG-LISTADO FROM "SIN ALUMNOS CON PRACTICAS"
           END-IF
           MOVE wss-cont-listados      TO tho-listados
           MOVE wss-cont-cumplidos     TO tho-cumplidos
           MOVE wss-cont-con-faltantes TO tho-faltantes
           DISPLAY " "
           DISPLAY LINEA-TOTALES-HORAS
           WRITE REG-LISTADO FROM SPACES
           WRITE REG-LISTADO FROM LINEA-TOTALES-HORAS.

      *-----------------------------------------------------------------

       2100-LISTAR-UN-ALUMNO.
           MOVE 0 TO wss-horasExigidas
           IF ALU-PLAN NOT = SPACE
               PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                       UNTIL WS-IND-PLA > wss-cont-planes
                   IF vpl-codigo(WS-IND-PLA) = ALU-PLAN
                       MOVE vpl-horasPractica(WS-IND-PLA)
                           TO wss-horasExigidas
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO wss-indPractica
           PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                   UNTIL WS-IND-PRA > wss-cont-alu-practica
                   OR wss-indPractica > 0
               IF vpr-nroAlumno(WS-IND-PRA) = ALU-NRO-ALUMNO
                   MOVE WS-IND-PRA TO wss-indPractica
               END-IF
           END-PERFORM
           IF wss-horasExigidas > 0 OR wss-indPractica > 0
               MOVE 0 TO wss-horasAprobadas
               MOVE 0 TO wss-horasPendientes
               IF wss-indPractica > 0
                   MOVE vpr-horasAprobadas(wss-indPractica)
                       TO wss-horasAprobadas
                   MOVE vpr-horasPendientes(wss-indPractica)
                       TO wss-horasPendientes
               END-IF
               MOVE 0 TO wss-horasFaltan
               IF wss-horasAprobadas < wss-horasExigidas
                   COMPUTE wss-horasFaltan = wss-horasExigidas
                       - wss-horasAprobadas
                   ADD 1 TO wss-cont-con-faltantes
               ELSE
                   ADD 1 TO wss-cont-cumplidos
               END-IF
               ADD 1 TO wss-cont-listados
               MOVE ALU-NRO-ALUMNO      TO lho-nroAlumno
               MOVE ALU-NOMBRE          TO lho-nombre
               MOVE ALU-PLAN            TO lho-plan
               MOVE wss-horasExigidas   TO lho-exigidas
               MOVE wss-horasAprobadas  TO lho-aprobadas
               MOVE wss-horasPendientes TO lho-pendientes
               MOVE wss-horasFaltan     TO lho-faltan
               DISPLAY LINEA-HORAS
               WRITE REG-LISTADO FROM LINEA-HORAS
           END-IF.

      *-----------------------------------------------------------------

      * convenios todavia vigentes que vencen dentro del aviso; los de
      * alumnos egresados o de baja no hace falta renovarlos
       3000-LISTAR-VENCIMIENTOS.
           DISPLAY "*** CONVENIOS DE PRACTICA POR VENCER ***"
           WRITE REG-LISTADO FROM
               "*** CONVENIOS DE PRACTICA POR VENCER ***"
           DISPLAY LINEA-COLUMNAS-VENCE
           WRITE REG-LISTADO FROM LINEA-COLUMNAS-VENCE
           OPEN INPUT ARCH-CNV
           IF wss-fs-cnv-OK
               READ ARCH-CNV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CNV-FECHA-HASTA >= wss-fechaHoy
                       PERFORM 3100-VER-VENCIMIENTO
                   END-IF
                   READ ARCH-CNV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CNV
           ELSE
               CLOSE ARCH-CNV
           END-IF
           MOVE "N" TO flag
           IF wss-cont-por-vencer = 0
               DISPLAY "SIN CONVENIOS POR VENCER"
               WRITE REG-LISTADO FROM "SIN CONVENIOS POR VENCER"
           END-IF
           MOVE wss-cont-por-vencer TO tve-por-vencer
           DISPLAY " "
           DISPLAY LINEA-TOTALES-VENCE
           WRITE REG-LISTADO FROM SPACES
           WRITE REG-LISTADO FROM LINEA-TOTALES-VENCE.

      *-----------------------------------------------------------------

       3100-VER-VENCIMIENTO.
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE CNV-FECHA-HASTA(7:2) TO diaa
           MOVE CNV-FECHA-HASTA(5:2) TO mess
           MOVE CNV-FECHA-HASTA(1:4) TO anioo
           MOVE wss-fechaHoy(7:2) TO diaa2
           MOVE wss-fechaHoy(5:2) TO mess2
           MOVE wss-fechaHoy(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           IF retorn-num-f = 0 AND DIF-DIAS <= wss-diasAviso
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE CNV-NRO-ALUMNO TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0 AND ESTADO-DATO NOT = "B"
                       AND ESTADO-DATO NOT = "E"
                   PERFORM 3200-LISTAR-UN-CONVENIO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3200-LISTAR-UN-CONVENIO.
           ADD 1 TO wss-cont-por-vencer
           MOVE CNV-NRO-ALUMNO   TO lve-nroAlumno
           MOVE CNV-ORGANIZACION TO lve-organizacion
           MOVE "ORGANIZACION NO HALLADA" TO lve-nombreOrg
           PERFORM VARYING WS-IND-ORG FROM 1 BY 1
                   UNTIL WS-IND-ORG > wss-cont-orgs
               IF vor-codigo(WS-IND-ORG) = CNV-ORGANIZACION
                   MOVE vor-nombre(WS-IND-ORG) TO lve-nombreOrg
               END-IF
           END-PERFORM
           MOVE CNV-TUTOR TO lve-tutor
           MOVE CNV-FECHA-HASTA TO wss-fechaAEditar
           MOVE SPACES TO wss-fechaEd
           STRING wss-fechaAEditar(7:2) "/" wss-fechaAEditar(5:2) "/"
               wss-fechaAEditar(1:4) DELIMITED BY SIZE
               INTO wss-fechaEd
           END-STRING
           MOVE wss-fechaEd TO lve-hasta
           MOVE DIF-DIAS TO lve-dias
           DISPLAY LINEA-VENCE
           WRITE REG-LISTADO FROM LINEA-VENCE.

      *-----------------------------------------------------------------

       4000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------
       END PROGRAM PLISPRAC.
