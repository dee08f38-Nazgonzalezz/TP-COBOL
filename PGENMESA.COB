      *    tribunal contra DOCENTES.DAT; si un legajo no tiene la
      *    materia asignada en ASIGDOC.DAT se avisa y el operador
      *    decide. Hoy las mesas se arman en papel y las notas se
      *    tipean despues, que es donde nacen las correcciones tardias.
      *    El modo 3 recorre la propuesta automatica que arma PPROMESA
      *    en MESAPROP.DAT: cada mesa pendiente se acepta (pasa a
      *    MESAS.DAT; si el numero ya existe toma el siguiente libre),
      *    se corrige (fecha y tribunal con las mismas validaciones de
      *    la carga manual) o se rechaza, y queda marcada en la
      *    propuesta como cargada o rechazada. Un docente no integra
      *    dos tribunales el mismo dia: el legajo que ya esta en otra
      *    mesa de esa fecha en MESAS.DAT se rechaza en la carga
      *    manual y en la correccion, y la propuesta que lo trae no se
      *    acepta hasta corregirla. La inscripcion a una
      *    mesa se rechaza sin excepcion si la regularidad del alumno
      *    en la materia ya fue vencida por PVENCREG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rgu.

       SELECT OPTIONAL ARCH-PRO         ASSIGN TO "MESAPROP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pro.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MES.
                05 RGU-PORCENTAJE     PIC 9(3).
                05 RGU-CONDICION      PIC X.
                    88 RGU-LIBRE              VALUE "L".
                    88 RGU-VENCIDA            VALUE "V".
                05 RGU-MOTIVO-VENC    PIC X.
                05 RGU-FECHA-VENC     PIC 9(8).
                05 ESPACIO-RGU        PIC XX.

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

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * mesas ya existentes para rechazar el numero repetido, para
      * validar la mesa al inscribir alumnos y para que un docente no
      * quede en dos tribunales el mismo dia
       77  wss-cont-mesas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MESAS                  OCCURS 100 TIMES.
           05 vme-nroMesa                PIC X(4).
           05 vme-nroMateria             PIC X(2).
           05 vme-fecha                  PIC 9(8).
           05 vme-legajo                 PIC X(4)  OCCURS 3 TIMES.
       77  wss-mesa-repetida             PIC X     VALUE "N".
           88 MESA-REPETIDA                        VALUE "S".
       77  WS-IND-MES                    PIC 9(3)  COMP.
       77  wss-legajo-ocupado            PIC X.
       77  wss-mesaOcupada               PIC X(4).

      * asignaciones docente/materia para avisar cuando un miembro
      * del tribunal no tiene la materia asignada
       77  wss-materiaMesa               PIC 99.
       77  wss-condicionReg              PIC X.
       77  wss-anioRegMax                PIC 9(4).
       77  wss-motivoVenc                PIC X.
       77  wss-fechaVenc                 PIC 9(8).

      * revision de la propuesta automatica de PPROMESA
       01  wss-fs-pro                    PIC X(2).
           88 wss-fs-pro-OK                        VALUE '00'.
       77  wss-decision                  PIC X.
       77  wss-fin-revision              PIC X     VALUE "N".
       77  wss-propuesta-cambiada        PIC X.
       77  wss-propuesta-completa        PIC X.
       77  wss-nroMesaLibre              PIC 9(4).
       77  wss-cont-aceptadas            PIC 9(3)  VALUE 0.
       77  wss-cont-rechazadas           PIC 9(3)  VALUE 0.
       77  wss-cont-pendientes           PIC 9(3)  VALUE 0.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
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
           PERFORM 0500-SELECCIONAR-MODO
           PERFORM 0900-CARGAR-MESAS-EXISTENTES
           EVALUATE wss-modo
                   PERFORM 1000-MODO-ALTA-DE-MESAS
               WHEN 2
                   PERFORM 7000-MODO-INSCRIBIR-ALUMNOS
               WHEN 3
                   PERFORM 6000-MODO-REVISAR-PROPUESTA
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2 OR wss-modo = 3
               DISPLAY "1-CARGAR MESAS DE EXAMEN NUEVAS"
               DISPLAY "2-INSCRIBIR ALUMNOS A UNA MESA"
               DISPLAY "3-REVISAR LA PROPUESTA AUTOMATICA DE MESAS"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       AND wss-modo NOT = 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.
                           vme-nroMesa(wss-cont-mesas)
                       MOVE MES-NRO-MATERIA TO
                           vme-nroMateria(wss-cont-mesas)
                       MOVE MES-FECHA TO vme-fecha(wss-cont-mesas)
                       MOVE MES-LEGAJO-1 TO
                           vme-legajo(wss-cont-mesas, 1)
                       MOVE MES-LEGAJO-2 TO
                           vme-legajo(wss-cont-mesas, 2)
                       MOVE MES-LEGAJO-3 TO
                           vme-legajo(wss-cont-mesas, 3)
                   END-IF
                   READ ARCH-MES AT END MOVE 1 TO flag
                   END-READ
               PERFORM 4000-CERRAR-ARCHIVO
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3700-AGREGAR-MESA-AL-VECTOR
           MOVE SPACES TO aud-clave
           STRING wss-nroMesa    DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               MOVE 4 TO OPCION-D
               MOVE wss-legajoTrib(WS-IND-TRB) TO DOC-NUM-DAT-BUSCAR
               CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
               PERFORM 3550-VERIFICAR-OTRO-TRIBUNAL
               IF retorn-num-d NOT = 0
                   DISPLAY "el docente no existe o no esta activo, "
                       "reingrese"
               ELSE
               IF wss-legajo-ocupado = "S"
                   DISPLAY "el docente ya integra el tribunal de la "
                       "mesa " wss-mesaOcupada " ese dia, reingrese"
               ELSE
                   PERFORM 3600-VERIFICAR-ASIGNACION
                   IF wss-tiene-asignada = "S"
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------------

      * un docente no integra dos tribunales el mismo dia: busca el
      * legajo en las otras mesas de MESAS.DAT con la misma fecha
       3550-VERIFICAR-OTRO-TRIBUNAL.
           MOVE "N" TO wss-legajo-ocupado
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
                   OR wss-legajo-ocupado = "S"
               IF vme-fecha(WS-IND-MES) = wss-fechaMesa
                   IF vme-legajo(WS-IND-MES, 1) =
                           wss-legajoTrib(WS-IND-TRB)
                           OR vme-legajo(WS-IND-MES, 2) =
                           wss-legajoTrib(WS-IND-TRB)
                           OR vme-legajo(WS-IND-MES, 3) =
                           wss-legajoTrib(WS-IND-TRB)
                       MOVE "S" TO wss-legajo-ocupado
                       MOVE vme-nroMesa(WS-IND-MES) TO wss-mesaOcupada
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3600-VERIFICAR-ASIGNACION.
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3700-AGREGAR-MESA-AL-VECTOR.
           IF wss-cont-mesas < 100
               ADD 1 TO wss-cont-mesas
               MOVE wss-nroMesa TO vme-nroMesa(wss-cont-mesas)
               MOVE wss-nroMateria TO vme-nroMateria(wss-cont-mesas)
               MOVE wss-fechaMesa TO vme-fecha(wss-cont-mesas)
               PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                       UNTIL WS-IND-TRB > 3
                   MOVE wss-legajoTrib(WS-IND-TRB) TO
                       vme-legajo(wss-cont-mesas, WS-IND-TRB)
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.

      *-----------------------------------------------------------------

      * recorre MESAPROP.DAT y muestra cada mesa pendiente para que el
      * operador la acepte, la corrija o la rechace; lo que no se
      * decide queda pendiente para otra revision
       6000-MODO-REVISAR-PROPUESTA.
           PERFORM 1100-CARGAR-VEC-DE-RUTINAS
           PERFORM 1200-CARGAR-ASIGNACIONES
           OPEN I-O ARCH-PRO
           IF NOT wss-fs-pro-OK then
               display "no hay propuesta de mesas (MESAPROP.DAT), "
                   "corra antes PPROMESA"
               CLOSE ARCH-PRO
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-MES
           IF NOT wss-fs-mes-OK AND NOT wss-fs-mes-NOEXISTE then
               display "error al abrir el archivo MESAS.DAT"
               CLOSE ARCH-PRO
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               CLOSE ARCH-PRO
               CLOSE ARCH-MES
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           READ ARCH-PRO AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1 OR wss-fin-revision = "S"
               IF PRO-PENDIENTE
                   PERFORM 6100-REVISAR-UNA-PROPUESTA
               END-IF
               IF wss-fin-revision = "N"
                   READ ARCH-PRO AT END MOVE 1 TO flag
                   END-READ
               END-IF
           END-PERFORM
           MOVE 0 TO flag
           CLOSE ARCH-PRO
           IF NOT wss-fs-pro-OK then
               display "error al cerrar MESAPROP.DAT"
           END-IF
           PERFORM 4000-CERRAR-ARCHIVO
           DISPLAY "mesas aceptadas: " wss-cont-aceptadas
               "  rechazadas: " wss-cont-rechazadas
               "  siguen pendientes: " wss-cont-pendientes.

      *-----------------------------------------------------------------

       6100-REVISAR-UNA-PROPUESTA.
           MOVE "N" TO wss-propuesta-cambiada
           MOVE "E" TO wss-decision
           PERFORM UNTIL wss-decision NOT = "E"
               PERFORM 6200-MOSTRAR-PROPUESTA
               DISPLAY "A-ACEPTAR  E-CORREGIR  R-RECHAZAR  "
                   "ENTER-DEJAR PENDIENTE  F-TERMINAR"
               MOVE SPACE TO wss-decision
               ACCEPT wss-decision
               EVALUATE wss-decision
                   WHEN "a"
                       MOVE "A" TO wss-decision
                   WHEN "e"
                       MOVE "E" TO wss-decision
                   WHEN "r"
                       MOVE "R" TO wss-decision
                   WHEN "f"
                       MOVE "F" TO wss-decision
               END-EVALUATE
               EVALUATE wss-decision
                   WHEN "E"
                       PERFORM 6250-CORREGIR-PROPUESTA
                   WHEN "A"
                       PERFORM 6300-ACEPTAR-PROPUESTA
                   WHEN "R"
                       PERFORM 6400-RECHAZAR-PROPUESTA
                   WHEN "F"
                       MOVE "S" TO wss-fin-revision
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "opcion invalida"
                       MOVE "E" TO wss-decision
               END-EVALUATE
           END-PERFORM
           IF wss-decision = SPACE OR wss-decision = "F"
               ADD 1 TO wss-cont-pendientes
           END-IF
           IF wss-propuesta-cambiada = "S" OR PRO-CARGADA
                   OR PRO-RECHAZADA
               REWRITE REG-PRO
               IF NOT wss-fs-pro-OK then
                   display "error al regrabar MESAPROP.DAT"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6200-MOSTRAR-PROPUESTA.
           DISPLAY " "
           DISPLAY "MESA PROPUESTA " PRO-NRO-MESA
               "  MATERIA " PRO-NRO-MATERIA
               "  SEDE " PRO-SEDE
               "  ALUMNOS REGULARES " PRO-CANT-ALUMNOS
           IF PRO-FECHA = 0
               DISPLAY "FECHA: SIN FECHA"
           ELSE
               DISPLAY "FECHA: " PRO-FECHA(7:2) "/" PRO-FECHA(5:2)
                   "/" PRO-FECHA(1:4)
           END-IF
           DISPLAY "TRIBUNAL: " PRO-LEGAJO(1) " " PRO-LEGAJO(2) " "
               PRO-LEGAJO(3) "  " PRO-OBSERVACION.

      *-----------------------------------------------------------------

      * la correccion pide de nuevo fecha y tribunal con las mismas
      * validaciones que la carga manual
       6250-CORREGIR-PROPUESTA.
           MOVE PRO-NRO-MATERIA TO wss-nroMateria
           PERFORM 3200-INGRESAR-FECHA-DE-MESA
           PERFORM 3400-INGRESAR-TRIBUNAL
           MOVE wss-fechaMesa TO PRO-FECHA
           PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                   UNTIL WS-IND-TRB > 3
               MOVE wss-legajoTrib(WS-IND-TRB) TO
                   PRO-LEGAJO(WS-IND-TRB)
           END-PERFORM
           MOVE "CORREGIDA" TO PRO-OBSERVACION
           MOVE "S" TO wss-propuesta-cambiada.

      *-----------------------------------------------------------------

      * solo se acepta con fecha y tribunal completos, docentes que
      * sigan activos y ninguno ya sentado en otra mesa de MESAS.DAT
      * ese dia (pudo cargarse a mano despues de armar la propuesta);
      * si el numero de mesa ya fue usado se le da el siguiente libre
       6300-ACEPTAR-PROPUESTA.
           MOVE "S" TO wss-propuesta-completa
           MOVE "N" TO wss-legajo-ocupado
           IF PRO-FECHA = 0
               MOVE "N" TO wss-propuesta-completa
           END-IF
           MOVE PRO-FECHA TO wss-fechaMesa
           PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                   UNTIL WS-IND-TRB > 3
                   OR wss-legajo-ocupado = "S"
               IF PRO-LEGAJO(WS-IND-TRB) = SPACES
                   MOVE "N" TO wss-propuesta-completa
               ELSE
                   INITIALIZE AREA-DE-COMMUNICATION-DOC
                   MOVE 4 TO OPCION-D
                   MOVE PRO-LEGAJO(WS-IND-TRB) TO DOC-NUM-DAT-BUSCAR
                   CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
                   IF retorn-num-d NOT = 0
                       MOVE "N" TO wss-propuesta-completa
                   END-IF
                   MOVE PRO-LEGAJO(WS-IND-TRB) TO
                       wss-legajoTrib(WS-IND-TRB)
                   PERFORM 3550-VERIFICAR-OTRO-TRIBUNAL
                   IF wss-legajo-ocupado = "S"
                       DISPLAY "el legajo " PRO-LEGAJO(WS-IND-TRB)
                           " ya integra el tribunal de la mesa "
                           wss-mesaOcupada " ese dia"
                   END-IF
               END-IF
           END-PERFORM
           IF wss-propuesta-completa = "N" OR wss-legajo-ocupado = "S"
               DISPLAY "la mesa no tiene fecha o tribunal completo "
                   "con docentes activos y libres ese dia, "
                   "corrijala (E)"
               MOVE "E" TO wss-decision
           ELSE
               MOVE PRO-NRO-MESA TO wss-nroMesa
               PERFORM 2100-VERIFICAR-MESA-REPETIDA
               IF MESA-REPETIDA
                   PERFORM 6350-BUSCAR-NRO-LIBRE
                   DISPLAY "el numero " PRO-NRO-MESA " ya existe en "
                       "MESAS.DAT, se graba como mesa " wss-nroMesa
                   MOVE wss-nroMesa TO PRO-NRO-MESA
               END-IF
               MOVE PRO-NRO-MATERIA TO wss-nroMateria
               MOVE PRO-FECHA       TO wss-fechaMesa
               MOVE PRO-SEDE        TO wss-sedeMesa
               PERFORM VARYING WS-IND-TRB FROM 1 BY 1
                       UNTIL WS-IND-TRB > 3
                   MOVE PRO-LEGAJO(WS-IND-TRB) TO
                       wss-legajoTrib(WS-IND-TRB)
               END-PERFORM
               WRITE REG-MES FROM WSS-REG-MES
               IF NOT wss-fs-mes-OK then
                   display "error al  escribir el archivo"
                   MOVE SPACE TO wss-decision
               ELSE
                   PERFORM 3700-AGREGAR-MESA-AL-VECTOR
                   MOVE "C" TO PRO-ESTADO
                   ADD 1 TO wss-cont-aceptadas
                   MOVE SPACES TO aud-clave
                   STRING wss-nroMesa    DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-nroMateria    DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   DISPLAY "mesa " wss-nroMesa " cargada en MESAS.DAT"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6350-BUSCAR-NRO-LIBRE.
           MOVE 0 TO wss-nroMesaLibre
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > wss-cont-mesas
               IF vme-nroMesa(WS-IND-MES) IS NUMERIC
                   IF vme-nroMesa(WS-IND-MES) > wss-nroMesaLibre
                       MOVE vme-nroMesa(WS-IND-MES) TO
                           wss-nroMesaLibre
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO wss-nroMesaLibre
           MOVE wss-nroMesaLibre TO wss-nroMesa.

      *-----------------------------------------------------------------

       6400-RECHAZAR-PROPUESTA.
           MOVE "R" TO PRO-ESTADO
           ADD 1 TO wss-cont-rechazadas
           MOVE SPACES TO aud-clave
           STRING PRO-NRO-MESA       DELIMITED BY SIZE
               "/"                   DELIMITED BY SIZE
               PRO-NRO-MATERIA       DELIMITED BY SIZE
               " RECHAZADA"          DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           DISPLAY "mesa propuesta rechazada".

      *-----------------------------------------------------------------

      * inscribe alumnos a una mesa existente: el alumno se valida
      * activo via RLEEALUM y no puede anotarse dos veces a la misma
      * mesa; cada inscripcion queda en INSCMESA.DAT y en AUDIT.LOG
                   DISPLAY "el alumno ya esta inscripto en esa mesa"
               ELSE
               PERFORM 7550-VERIFICAR-REGULARIDAD
               IF wss-condicionReg = "V"
                   DISPLAY "la regularidad del alumno " wss-nroAlumno
                       " en la materia de la mesa vencio el "
                       wss-fechaVenc(7:2) "/" wss-fechaVenc(5:2) "/"
                       wss-fechaVenc(1:4)
                   EVALUATE wss-motivoVenc
                       WHEN "I"
                           DISPLAY "(agoto los intentos de final), "
                               "debe recursar la materia"
                       WHEN "A"
                           DISPLAY "(paso los anios de vigencia), "
                               "debe recursar la materia"
                       WHEN OTHER
                           DISPLAY "(paso los turnos de vigencia), "
                               "debe recursar la materia"
                   END-EVALUATE
                   MOVE "N" TO wss-autoriza
               ELSE
               IF wss-condicionReg = "L"
                   DISPLAY "ATENCION: el alumno " wss-nroAlumno
                       " quedo LIBRE en la materia de la mesa "
               ELSE
                   MOVE "S" TO wss-autoriza
               END-IF
               END-IF
               IF wss-condicionReg = "V"
                   DISPLAY "inscripcion a la mesa denegada por "
                       "regularidad vencida"
               ELSE
               IF wss-autoriza NOT = "S" AND wss-autoriza NOT = "s"
                   DISPLAY "inscripcion a la mesa denegada por "
                       "condicion libre"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       7550-VERIFICAR-REGULARIDAD.
           MOVE SPACE TO wss-condicionReg
           MOVE 0 TO wss-anioRegMax
           MOVE SPACE TO wss-motivoVenc
           MOVE 0 TO wss-fechaVenc
           OPEN INPUT ARCH-RGU
           IF wss-fs-rgu-OK
               MOVE 0 TO flag
                           AND RGU-ANIO >= wss-anioRegMax
                       MOVE RGU-ANIO TO wss-anioRegMax
                       MOVE RGU-CONDICION TO wss-condicionReg
                       MOVE RGU-MOTIVO-VENC TO wss-motivoVenc
                       MOVE RGU-FECHA-VENC TO wss-fechaVenc
                   END-IF
                   READ ARCH-RGU AT END MOVE 1 TO flag
                   END-READ
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENMESA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENMESA.
