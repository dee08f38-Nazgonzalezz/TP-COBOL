      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Carga de las notas de cada instrumento de evaluacion
      *    en "EVALNOTA.DAT": por alumno, materia y anio de cursada se
      *    toma el instrumento del esquema de EVALESQ.DAT (PGENEVAL)
      *    y su nota, o la marca de ausente. El alumno y la materia
      *    se validan como en PGENNOTA, contra ALUMNOS.DAT,
      *    MATERIA.dat e INSCRIP.DAT, y la nota contra el maximo de
      *    la escala institucional. Volver a cargar un instrumento
      *    ya cargado agrega la nota nueva, que reemplaza a la
      *    anterior en el calculo de PCALCURS; cada carga queda en
      *    AUDIT.LOG. Reemplaza las planillas de calculo de cada
      *    docente.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ENO         ASSIGN TO "EVALNOTA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-eno.

       SELECT OPTIONAL ARCH-ESQ         ASSIGN TO "EVALESQ.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-esq.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-ESC         ASSIGN TO "ESCALAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-esc.

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

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 ESPACIO-INS        PIC XX.

       FD  ARCH-ESC.
           01  REG-ESC.
                05 ESC-NOTA-DESDE     PIC 99V99.
                05 ESC-NOTA-HASTA     PIC 99V99.
                05 ESC-ETIQUETA       PIC X(15).
                05 ESC-CONDICION      PIC X.
                05 ESPACIO-ESC        PIC X.

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
       77  wss-confirma                  PIC X.
       77  wss-materia-cancelada         PIC X     VALUE "N".

       01  wss-fs-eno                    PIC X(2).
           88 wss-fs-eno-OK                        VALUE '00'.
           88 wss-fs-eno-NOEXISTE                  VALUE '05'.
           88 wss-fs-eno-OCUPADO                   VALUE '61' '93'
                                                         '94' '99'.

       01  wss-fs-esq                    PIC X(2).
           88 wss-fs-esq-OK                        VALUE '00'.

       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.

       01  wss-fs-esc                    PIC X(2).
           88 wss-fs-esc-OK                        VALUE '00'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       01  WSS-REG-ENO.
           05 wss-nroAlumno              PIC X(6).
           05 wss-nroMateria             PIC X(2).
           05 wss-anio                   PIC 9(4).
           05 wss-codigo                 PIC X(2).
           05 wss-nota                   PIC 99V99.
           05 wss-ausente                PIC X.
           05 wss-fechaCarga             PIC 9(8).
           05 wss-espacio                PIC XX      VALUE SPACES.

       77  wss-notaTexto                 PIC X(4).
       77  wss-notaMaxima                PIC 99V99 VALUE 10.00.
       77  wss-notaEdit                  PIC Z9.99.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-anioActual                PIC 9(4).

      * esquemas de evaluacion: solo los codigos y descripciones, que
      * es lo que hace falta para validar el instrumento
       77  wss-cont-esquemas             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ESQUEMAS               OCCURS 100 TIMES.
           05 ves-nroMateria             PIC X(2).
           05 ves-cantInstr              PIC 9.
           05 ves-instrumentos           OCCURS 8 TIMES.
               10 ves-codigo             PIC X(2).
               10 ves-descrip            PIC X(15).
       77  WS-IND-ESQ                    PIC 9(3)  COMP.
       77  WS-IND                        PIC 9     COMP.
       77  wss-instr-valido              PIC X.

      * notas ya cargadas, para mostrar la vigente antes de pisarla
       77  wss-cont-cargadas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CARGADAS               OCCURS 5000 TIMES.
           05 vca-nroAlumno              PIC X(6).
           05 vca-nroMateria             PIC X(2).
           05 vca-anio                   PIC 9(4).
           05 vca-codigo                 PIC X(2).
           05 vca-nota                   PIC 99V99.
           05 vca-ausente                PIC X.
       77  WS-IND-CAR                    PIC 9(4)  COMP.
       77  wss-indCargada                PIC 9(4)  COMP.

      * inscripciones de INSCRIP.DAT, el mismo control de PGENNOTA
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       77  wss-hay-inscripciones         PIC X     VALUE "N".
       01  VECTOR-INSCRIPCIONES          OCCURS 1000 TIMES.
           05 vin-nroAlumno              PIC X(6).
           05 vin-nroMateria             PIC X(2).
       77  wss-esta-inscripto            PIC X     VALUE "N".
           88 ESTA-INSCRIPTO                       VALUE "S".
       77  WS-IND-INS                    PIC 9(4)  COMP.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           MOVE wss-fechaHoy(1:4) TO wss-anioActual
           PERFORM 0800-CARGAR-NOTA-MAXIMA
           PERFORM 0900-CARGAR-ESQUEMAS
           PERFORM 0950-CARGAR-NOTAS-CARGADAS
           PERFORM 1600-CARGAR-INSCRIPCIONES
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1    TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1    TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           PERFORM 1000-ABRIR-ARCHIVOS
           MOVE SPACES TO wss-nroAlumno
           PERFORM 2000-CARGAR-UN-ALUMNO
               UNTIL wss-nroAlumno = "FFFFFF"
           PERFORM 4000-CERRAR-ARCHIVOS
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * el maximo de la escala institucional es el mayor hasta de
      * ESCALAS.DAT; sin tabla rige el 10.00 historico
       0800-CARGAR-NOTA-MAXIMA.
           OPEN INPUT ARCH-ESC
           IF wss-fs-esc-OK
               MOVE 0 TO flag
               MOVE 0 TO wss-notaMaxima
               READ ARCH-ESC AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF ESC-NOTA-HASTA > wss-notaMaxima
                       MOVE ESC-NOTA-HASTA TO wss-notaMaxima
                   END-IF
                   READ ARCH-ESC AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               IF wss-notaMaxima = 0
                   MOVE 10.00 TO wss-notaMaxima
               END-IF
               CLOSE ARCH-ESC
           ELSE
               CLOSE ARCH-ESC
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       0900-CARGAR-ESQUEMAS.
           OPEN INPUT ARCH-ESQ
           IF wss-fs-esq-OK
               MOVE 0 TO flag
               READ ARCH-ESQ AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-esquemas < 100
                       ADD 1 TO wss-cont-esquemas
                       MOVE ESQ-NRO-MATERIA TO
                           ves-nroMateria(wss-cont-esquemas)
                       MOVE ESQ-CANT-INSTR TO
                           ves-cantInstr(wss-cont-esquemas)
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > ESQ-CANT-INSTR
                           MOVE ESQ-CODIGO(WS-IND) TO
                               ves-codigo(wss-cont-esquemas, WS-IND)
                           MOVE ESQ-DESCRIP(WS-IND) TO
                               ves-descrip(wss-cont-esquemas, WS-IND)
                       END-PERFORM
                   END-IF
                   READ ARCH-ESQ AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ESQ
           ELSE
               CLOSE ARCH-ESQ
           END-IF
           MOVE 0 TO flag
           IF wss-cont-esquemas = 0
               DISPLAY "no hay esquemas de evaluacion cargados "
                   "(EVALESQ.DAT), carguelos con PGENEVAL"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * la ultima carga de cada instrumento es la que vale
       0950-CARGAR-NOTAS-CARGADAS.
           OPEN INPUT ARCH-ENO
           IF wss-fs-eno-OK
               MOVE 0 TO flag
               READ ARCH-ENO AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE ENO-NRO-ALUMNO  TO wss-nroAlumno
                   MOVE ENO-NRO-MATERIA TO wss-nroMateria
                   MOVE ENO-ANIO        TO wss-anio
                   MOVE ENO-CODIGO      TO wss-codigo
                   MOVE ENO-NOTA        TO wss-nota
                   MOVE ENO-AUSENTE     TO wss-ausente
                   PERFORM 3300-GUARDAR-EN-CARGADAS
                   READ ARCH-ENO AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENO
           ELSE
               CLOSE ARCH-ENO
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1000-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCH-ENO
           IF wss-fs-eno-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-eno-OK AND NOT wss-fs-eno-NOEXISTE then
               display "error al abrir el archivo EVALNOTA.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * baja INSCRIP.DAT al vector de la sesion; sin ese archivo el
      * control de inscripcion queda desactivado con un aviso
       1600-CARGAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               MOVE "S" TO wss-hay-inscripciones
               READ ARCH-INS AT END MOVE "N" TO wss-hay-inscripciones
               END-READ
               PERFORM UNTIL wss-hay-inscripciones = "N"
                       OR wss-cont-inscrip >= 1000
                   ADD 1 TO wss-cont-inscrip
                   MOVE INS-NRO-ALUMNO TO
                       vin-nroAlumno(wss-cont-inscrip)
                   MOVE INS-NRO-MATERIA TO
                       vin-nroMateria(wss-cont-inscrip)
                   READ ARCH-INS AT END
                       MOVE "N" TO wss-hay-inscripciones
                   END-READ
               END-PERFORM
               IF wss-cont-inscrip > 0
                   MOVE "S" TO wss-hay-inscripciones
               END-IF
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF
           IF wss-hay-inscripciones = "N"
               DISPLAY "AVISO: no hay inscripciones cargadas "
                   "(INSCRIP.DAT), no se controla la inscripcion"
           END-IF.

      *-----------------------------------------------------------------

       2000-CARGAR-UN-ALUMNO.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
           DISPLAY "(para terminar de ingresar escriba FFFFFF)"
           ACCEPT wss-nroAlumno
           IF wss-nroAlumno NOT = "FFFFFF"
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 4 TO OPCION
               MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF wss-nroAlumno IS NOT NUMERIC OR retorn-num NOT = 0
                   DISPLAY "el alumno ingresado no existe o no esta "
                       "activo, reingrese"
               ELSE
                   DISPLAY DESCRIPCION
                   PERFORM 2100-INGRESAR-MATERIA-VALIDADA
                   IF wss-materia-cancelada = "N"
                       PERFORM 2200-INGRESAR-ANIO-DE-CURSADA
                       MOVE SPACES TO wss-codigo
                       PERFORM 3000-CARGAR-UN-INSTRUMENTO
                           UNTIL wss-codigo = "FF"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la materia tiene que existir, tener esquema de evaluacion y
      * el alumno estar inscripto en ella
       2100-INGRESAR-MATERIA-VALIDADA.
           MOVE "N" TO wss-dato-valido
           MOVE "N" TO wss-materia-cancelada
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL NUMERO DE MATERIA (FF PARA "
                   "CANCELAR LA CARGA)"
               ACCEPT wss-nroMateria
               IF wss-nroMateria = "FF"
                   MOVE "S" TO wss-materia-cancelada
                   MOVE "S" TO wss-dato-valido
               ELSE
                   INITIALIZE AREA-DE-COMMUNICATION-MAT
                   MOVE 4 TO OPCION-M
                   MOVE wss-nroMateria TO MAT-NUM-DAT-BUSCAR
                   CALL Rmate USING AREA-DE-COMMUNICATION-MAT
                   PERFORM VARYING WS-IND-ESQ FROM 1 BY 1
                           UNTIL WS-IND-ESQ > wss-cont-esquemas
                           OR ves-nroMateria(WS-IND-ESQ) =
                               wss-nroMateria
                       CONTINUE
                   END-PERFORM
                   PERFORM 2150-VERIFICAR-INSCRIPCION
                   EVALUATE TRUE
                       WHEN retorn-num-m NOT = 0
                           DISPLAY "la materia ingresada no existe o "
                               "esta inactiva, reingrese"
                       WHEN WS-IND-ESQ > wss-cont-esquemas
                           DISPLAY "la materia no tiene esquema de "
                               "evaluacion (PGENEVAL), reingrese"
                       WHEN NOT ESTA-INSCRIPTO
                           DISPLAY "el alumno no esta inscripto en "
                               "esa materia, reingrese"
                       WHEN OTHER
                           MOVE "S" TO wss-dato-valido
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2150-VERIFICAR-INSCRIPCION.
           IF wss-hay-inscripciones = "N"
               MOVE "S" TO wss-esta-inscripto
           ELSE
               MOVE "N" TO wss-esta-inscripto
               PERFORM VARYING WS-IND-INS FROM 1 BY 1
                       UNTIL WS-IND-INS > wss-cont-inscrip
                       OR ESTA-INSCRIPTO
                   IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno AND
                           vin-nroMateria(WS-IND-INS) = wss-nroMateria
                       MOVE "S" TO wss-esta-inscripto
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * el anio de cursada no puede ser futuro
       2200-INGRESAR-ANIO-DE-CURSADA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL ANIO DE CURSADA (4 digitos)"
               ACCEPT wss-anio
               IF wss-anio IS NUMERIC AND wss-anio > 1900
                       AND wss-anio <= wss-anioActual
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error anio invalido o futuro, reingrese"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-CARGAR-UN-INSTRUMENTO.
           DISPLAY "INSTRUMENTOS DEL ESQUEMA:"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > ves-cantInstr(WS-IND-ESQ)
               DISPLAY "   " ves-codigo(WS-IND-ESQ, WS-IND) " "
                   ves-descrip(WS-IND-ESQ, WS-IND)
           END-PERFORM
           MOVE "N" TO wss-instr-valido
           PERFORM UNTIL wss-instr-valido = "S"
               DISPLAY "INGRESE EL CODIGO DEL INSTRUMENTO (FF PARA "
                   "TERMINAR CON ESTA MATERIA)"
               ACCEPT wss-codigo
               IF wss-codigo = "FF"
                   MOVE "S" TO wss-instr-valido
               ELSE
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > ves-cantInstr(WS-IND-ESQ)
                       IF ves-codigo(WS-IND-ESQ, WS-IND) = wss-codigo
                           MOVE "S" TO wss-instr-valido
                       END-IF
                   END-PERFORM
                   IF wss-instr-valido = "N"
                       DISPLAY "el instrumento no esta en el esquema "
                           "de la materia, reingrese"
                   END-IF
               END-IF
           END-PERFORM
           IF wss-codigo NOT = "FF"
               PERFORM 3100-INGRESAR-NOTA-O-AUSENTE
               DISPLAY "CONFIRMA " wss-codigo " DEL ALUMNO "
                   wss-nroAlumno "? (S/N)"
               ACCEPT wss-confirma
               IF wss-confirma = "S" OR wss-confirma = "s"
                   PERFORM 3200-GRABAR-NOTA-INSTRUMENTO
               ELSE
                   DISPLAY "carga cancelada, la nota no se grabo"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * muestra la nota vigente si ya habia una; A marca ausente
       3100-INGRESAR-NOTA-O-AUSENTE.
           PERFORM 3400-BUSCAR-EN-CARGADAS
           IF wss-indCargada > 0
               IF vca-ausente(wss-indCargada) = "A"
                   DISPLAY "ya estaba cargado como AUSENTE, la carga "
                       "nueva lo reemplaza"
               ELSE
                   MOVE vca-nota(wss-indCargada) TO wss-notaEdit
                   DISPLAY "ya tenia nota " wss-notaEdit ", la carga "
                       "nueva la reemplaza"
               END-IF
           END-IF
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA NOTA (4 digitos, los ultimos 2 "
                   "son los decimales, ej: 0750 para 7.50) O A SI "
                   "ESTUVO AUSENTE"
               ACCEPT wss-notaTexto
               EVALUATE TRUE
                   WHEN wss-notaTexto = "A" OR wss-notaTexto = "a"
                       MOVE 0   TO wss-nota
                       MOVE "A" TO wss-ausente
                       MOVE "S" TO wss-dato-valido
                   WHEN wss-notaTexto IS NOT NUMERIC
                       DISPLAY "error ingrese 4 digitos o A"
                   WHEN OTHER
                       MOVE wss-notaTexto TO wss-nota
                       MOVE SPACE TO wss-ausente
                       IF wss-nota > wss-notaMaxima
                           DISPLAY "error la nota no puede superar "
                               wss-notaMaxima ", reingrese"
                       ELSE
                           MOVE "S" TO wss-dato-valido
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------

       3200-GRABAR-NOTA-INSTRUMENTO.
           ACCEPT wss-fechaCarga FROM DATE YYYYMMDD
           WRITE REG-ENO FROM WSS-REG-ENO
           IF NOT wss-fs-eno-OK then
               display "error al  escribir el archivo"
               PERFORM 4000-CERRAR-ARCHIVOS
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3300-GUARDAR-EN-CARGADAS
           MOVE SPACES TO aud-clave
           STRING "INST/"        DELIMITED BY SIZE
               wss-nroAlumno     DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               wss-nroMateria    DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               wss-codigo        DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando cargo la nota
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENINST" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * la nota cargada pisa a la anterior del mismo instrumento
       3300-GUARDAR-EN-CARGADAS.
           PERFORM 3400-BUSCAR-EN-CARGADAS
           IF wss-indCargada = 0 AND wss-cont-cargadas < 5000
               ADD 1 TO wss-cont-cargadas
               MOVE wss-cont-cargadas TO wss-indCargada
               MOVE wss-nroAlumno  TO vca-nroAlumno(wss-indCargada)
               MOVE wss-nroMateria TO vca-nroMateria(wss-indCargada)
               MOVE wss-anio       TO vca-anio(wss-indCargada)
               MOVE wss-codigo     TO vca-codigo(wss-indCargada)
           END-IF
           IF wss-indCargada > 0
               MOVE wss-nota    TO vca-nota(wss-indCargada)
               MOVE wss-ausente TO vca-ausente(wss-indCargada)
           END-IF.

      *-----------------------------------------------------------------

       3400-BUSCAR-EN-CARGADAS.
           MOVE 0 TO wss-indCargada
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > wss-cont-cargadas
                   OR wss-indCargada > 0
               IF vca-nroAlumno(WS-IND-CAR)  = wss-nroAlumno
                       AND vca-nroMateria(WS-IND-CAR) = wss-nroMateria
                       AND vca-anio(WS-IND-CAR)   = wss-anio
                       AND vca-codigo(WS-IND-CAR) = wss-codigo
                   MOVE WS-IND-CAR TO wss-indCargada
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVOS.
           CLOSE ARCH-ENO
           IF NOT wss-fs-eno-OK then
               display "error al  cerrar el archivo"
           END-IF
           CLOSE ARCH-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al cerrar AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de EVALNOTA.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-eno-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "EVALNOTA.DAT esta en uso por otro operador "
                   "(estado " wss-fs-eno "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-ENO
           END-PERFORM
           IF wss-fs-eno-OCUPADO
               DISPLAY "EVALNOTA.DAT sigue en uso; avise a "
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
           MOVE "PGENINST" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENINST.
