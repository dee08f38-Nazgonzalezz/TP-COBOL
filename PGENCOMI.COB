      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Maestro de comisiones: genera el archivo
      *    "COMISION.DAT" con cada comision de una materia (codigo de
      *    comision dentro de la materia, sede, turno, legajo del
      *    docente a cargo, aula y cupo) y la marca de activa, y
      *    permite el mantenimiento (cambiar docente, aula o cupo,
      *    dar de baja o reactivar). Cuando se abren dos cursos de la
      *    misma materia en la misma sede y turno cada uno es una
      *    comision, y la comision viaja en los bytes libres del final
      *    de INSCRIP, HORARIOS, ASIGDOC, CUPOS, ASISTEN y NOTAS
      *    (en blanco: curso sin comisiones, como siempre). La
      *    materia se valida con RLEEMATE, la sede con RLEESEDE, el
      *    docente con RLEEDOCE y el aula contra AULAS.DAT; el cupo
      *    no puede superar la capacidad del aula.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 2 no entran, salvo que el supervisor
      *    lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENCOMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       SELECT OPTIONAL ARCH-AUL         ASSIGN TO "AULAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aul.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

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
                    88 COMISION-INACTIVA      VALUE "N".
                05 ESPACIO-COM        PIC XX.

       FD  ARCH-AUL.
           01  REG-AUL.
                05 AUL-SEDE           PIC X(2).
                05 AUL-CODIGO         PIC X(4).
                05 AUL-DESCRIP        PIC X(20).
                05 AUL-CAPACIDAD      PIC 9(3).
                05 AUL-TIPO           PIC X.
                05 AUL-ACTIVA         PIC X.
                    88 AULA-ACTIVA            VALUE "S".
                05 ESPACIO-AUL        PIC XX.

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
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".

       01  WSS-REG-COM.
                05 wss-nroMateria     PIC X(2).
                05 wss-codigo         PIC X(2).
                05 wss-sede           PIC X(2).
                05 wss-turno          PIC X.
                05 wss-legajo         PIC X(4).
                05 wss-aula           PIC X(4).
                05 wss-cupo           PIC 9(3).
                05 wss-activa         PIC X       VALUE "S".
                05 wss-espacio        PIC XX      VALUE SPACES.

       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
           88 wss-fs-com-EOF                       VALUE '10'.
           88 wss-fs-com-NOEXISTE                  VALUE '05'.
           88 wss-fs-com-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * manejo de archivo ocupado por otro operador: los estados 61,
      * 93, 94 y 99 son conflictos de comparticion; se reintenta con
      * una espera corta antes de rendirse
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * comisiones ya grabadas, para no repetir materia/comision
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
           05 vcm-legajo                 PIC X(4).
           05 vcm-aula                   PIC X(4).
           05 vcm-cupo                   PIC 9(3).
           05 vcm-activa                 PIC X.
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-comision-repetida         PIC X     VALUE "N".

      * aulas activas del maestro AULAS.DAT con su capacidad
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
           05 vau-capacidad              PIC 9(3).
       77  WS-IND-AUL                    PIC 9(3)  COMP.
       77  wss-capacidadAula             PIC 9(3)  VALUE 0.

      * variables del mantenimiento
       77  wss-accion-mant               PIC X.
       77  wss-fin-mantenim              PIC X     VALUE "N".
       77  wss-encontro-mant             PIC X     VALUE "N".

       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-COMISION.
           05 FILLER                     PIC X(10) VALUE "  MATERIA ".
           05 lis-nroMateria             PIC X(2).
           05 FILLER                     PIC X(11) VALUE "  COMISION ".
           05 lis-codigo                 PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lis-sede                   PIC X(2).
           05 FILLER                     PIC X(8)  VALUE "  TURNO ".
           05 lis-turno                  PIC X.
           05 FILLER                     PIC X(9)  VALUE "  LEGAJO ".
           05 lis-legajo                 PIC X(4).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lis-aula                   PIC X(4).
           05 FILLER                     PIC X(7)  VALUE "  CUPO ".
           05 lis-cupo                   PIC ZZ9.
           05 FILLER                     PIC X(9)  VALUE "  ACTIVA ".
           05 lis-activa                 PIC X.

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1 OR wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-COMISIONES-EXISTENTES
           PERFORM 0950-CARGAR-AULAS
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-COMISIONES
               WHEN 2
                   PERFORM 6000-MODO-MANTENIMIENTO
               WHEN 3
                   PERFORM 7000-MODO-LISTAR-COMISIONES
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2 OR wss-modo = 3
               DISPLAY "1-CARGAR COMISIONES DE UNA MATERIA"
               DISPLAY "2-MANTENIMIENTO (DOCENTE, AULA, CUPO, BAJA O "
                   "REACTIVAR)"
               DISPLAY "3-LISTAR COMISIONES CARGADAS"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       AND wss-modo NOT = 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-COMISIONES-EXISTENTES.
           OPEN INPUT ARCH-COM
           IF wss-fs-com-OK
               MOVE 0 TO flag
               READ ARCH-COM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-comisiones < 500
                       ADD 1 TO wss-cont-comisiones
                       MOVE wss-cont-comisiones TO WS-IND-COM
                       MOVE COM-NRO-MATERIA TO
                           vcm-nroMateria(WS-IND-COM)
                       MOVE COM-CODIGO  TO vcm-codigo(WS-IND-COM)
                       MOVE COM-SEDE    TO vcm-sede(WS-IND-COM)
                       MOVE COM-TURNO   TO vcm-turno(WS-IND-COM)
                       MOVE COM-LEGAJO  TO vcm-legajo(WS-IND-COM)
                       MOVE COM-AULA    TO vcm-aula(WS-IND-COM)
                       MOVE COM-CUPO    TO vcm-cupo(WS-IND-COM)
                       MOVE COM-ACTIVA  TO vcm-activa(WS-IND-COM)
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

      * solo las aulas activas; una dada de baja ya no recibe cursos
       0950-CARGAR-AULAS.
           OPEN INPUT ARCH-AUL
           IF wss-fs-aul-OK
               MOVE 0 TO flag
               READ ARCH-AUL AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF AULA-ACTIVA AND wss-cont-aulas < 500
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
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-DE-COMISIONES.
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 1 TO OPCION-S
           CALL Rsede USING AREA-DE-COMMUNICATION-SED
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC

           OPEN EXTEND ARCH-COM
           IF NOT wss-fs-com-OK AND NOT wss-fs-com-NOEXISTE then
               display "error al abrir el archivo COMISION.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF

           MOVE SPACES TO wss-nroMateria
           PERFORM 2000-CARGAR-UNA-COMISION
               UNTIL wss-nroMateria = "FF"

           CLOSE ARCH-COM
           IF NOT wss-fs-com-OK then
               display "error al  cerrar el archivo"
           END-IF
           CLOSE ARCH-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al cerrar AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       2000-CARGAR-UNA-COMISION.
           DISPLAY "INGRESE EL NUMERO DE MATERIA (FF PARA TERMINAR)"
           ACCEPT wss-nroMateria
           IF wss-nroMateria NOT = "FF"
               INITIALIZE AREA-DE-COMMUNICATION-MAT
               MOVE 4 TO OPCION-M
               MOVE wss-nroMateria TO MAT-NUM-DAT-BUSCAR
               CALL Rmate USING AREA-DE-COMMUNICATION-MAT
               IF retorn-num-m NOT = 0
                   DISPLAY "la materia ingresada no existe o esta "
                       "inactiva, reingrese"
               ELSE
                   PERFORM 2100-INGRESAR-CODIGO
                   PERFORM 2150-VERIFICAR-COMISION-REPETIDA
                   IF wss-comision-repetida = "S"
                       DISPLAY "la comision " wss-codigo " ya esta "
                           "cargada para la materia " wss-nroMateria
                           ", use el mantenimiento"
                   ELSE
                       PERFORM 2200-INGRESAR-SEDE-VALIDADA
                       PERFORM 2300-INGRESAR-TURNO
                       PERFORM 2400-INGRESAR-DOCENTE
                       PERFORM 2500-INGRESAR-AULA
                       PERFORM 2600-INGRESAR-CUPO
                       MOVE "S" TO wss-activa
                       PERFORM 3000-GRABAR-COMISION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-INGRESAR-CODIGO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CODIGO DE COMISION (2 caracteres)"
               ACCEPT wss-codigo
               IF wss-codigo = SPACES
                   DISPLAY "error la comision no puede quedar en "
                       "blanco"
               ELSE
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2150-VERIFICAR-COMISION-REPETIDA.
           MOVE "N" TO wss-comision-repetida
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
                   OR wss-comision-repetida = "S"
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                       AND vcm-codigo(WS-IND-COM) = wss-codigo
                   MOVE "S" TO wss-comision-repetida
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2200-INGRESAR-SEDE-VALIDADA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA SEDE (2 caracteres)"
               ACCEPT wss-sede
               INITIALIZE AREA-DE-COMMUNICATION-SED
               MOVE 4 TO OPCION-S
               MOVE wss-sede TO SED-NUM-DAT-BUSCAR
               CALL Rsede USING AREA-DE-COMMUNICATION-SED
               IF retorn-num-s = 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "la sede ingresada no existe o esta "
                       "inactiva, reingrese"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2300-INGRESAR-TURNO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL TURNO: (M)aniana, (T)arde o "
                   "(N)oche"
               ACCEPT wss-turno
               IF wss-turno = "M" OR wss-turno = "T" OR wss-turno = "N"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el turno debe ser M, T o N"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el docente puede quedar a designar (en blanco); si se carga
      * tiene que ser un legajo activo
       2400-INGRESAR-DOCENTE.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL LEGAJO DEL DOCENTE A CARGO (EN "
                   "BLANCO: A DESIGNAR)"
               ACCEPT wss-legajo
               IF wss-legajo = SPACES
                   MOVE "S" TO wss-dato-valido
               ELSE
                   INITIALIZE AREA-DE-COMMUNICATION-DOC
                   MOVE 4 TO OPCION-D
                   MOVE wss-legajo TO DOC-NUM-DAT-BUSCAR
                   CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
                   IF retorn-num-d = 0
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "el docente no existe o no esta "
                           "activo, reingrese"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el aula puede quedar a asignar (en blanco); si se carga tiene
      * que ser un aula activa de la sede de la comision
       2500-INGRESAR-AULA.
           MOVE 0 TO wss-capacidadAula
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL AULA (EN BLANCO: A ASIGNAR)"
               ACCEPT wss-aula
               IF wss-aula = SPACES
                   MOVE "S" TO wss-dato-valido
               ELSE
                   PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                           UNTIL WS-IND-AUL > wss-cont-aulas
                           OR wss-dato-valido = "S"
                       IF vau-sede(WS-IND-AUL) = wss-sede
                               AND vau-codigo(WS-IND-AUL) = wss-aula
                           MOVE "S" TO wss-dato-valido
                           MOVE vau-capacidad(WS-IND-AUL) TO
                               wss-capacidadAula
                       END-IF
                   END-PERFORM
                   IF wss-dato-valido = "N"
                       DISPLAY "el aula " wss-aula " no es un aula "
                           "activa de la sede " wss-sede " en "
                           "AULAS.DAT, reingrese"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * cupo cero es comision sin limite; con aula cargada el cupo no
      * puede pasar su capacidad, igual que en PGENCUPO
       2600-INGRESAR-CUPO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CUPO DE LA COMISION (3 digitos, 0 "
                   "SIN LIMITE)"
               ACCEPT wss-cupo
               IF wss-cupo IS NOT NUMERIC
                   DISPLAY "error el cupo debe ser numerico"
               ELSE
                   IF wss-capacidadAula > 0
                           AND wss-cupo > wss-capacidadAula
                       DISPLAY "el cupo supera la capacidad del aula "
                           wss-aula " (" wss-capacidadAula
                           " asientos), reingrese"
                   ELSE
                       MOVE "S" TO wss-dato-valido
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-GRABAR-COMISION.
           WRITE REG-COM FROM WSS-REG-COM
           IF NOT wss-fs-com-OK then
               display "error al  escribir el archivo"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-comisiones < 500
               ADD 1 TO wss-cont-comisiones
               MOVE wss-cont-comisiones TO WS-IND-COM
               MOVE wss-nroMateria TO vcm-nroMateria(WS-IND-COM)
               MOVE wss-codigo     TO vcm-codigo(WS-IND-COM)
               MOVE wss-sede       TO vcm-sede(WS-IND-COM)
               MOVE wss-turno      TO vcm-turno(WS-IND-COM)
               MOVE wss-legajo     TO vcm-legajo(WS-IND-COM)
               MOVE wss-aula       TO vcm-aula(WS-IND-COM)
               MOVE wss-cupo       TO vcm-cupo(WS-IND-COM)
               MOVE wss-activa     TO vcm-activa(WS-IND-COM)
           END-IF
           MOVE SPACES TO aud-clave
           STRING wss-nroMateria DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               wss-codigo        DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               wss-sede          DELIMITED BY SIZE
               wss-turno         DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           DISPLAY "comision grabada".

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco la comision
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENCOMI" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

       6000-MODO-MANTENIMIENTO.
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           MOVE "N" TO wss-fin-mantenim
           PERFORM UNTIL wss-fin-mantenim = "S"
               DISPLAY "INGRESE LA MATERIA DE LA COMISION A MODIFICAR "
                   "(FF PARA TERMINAR)"
               ACCEPT wss-nroMateria
               IF wss-nroMateria = "FF"
                   MOVE "S" TO wss-fin-mantenim
               ELSE
                   PERFORM 2100-INGRESAR-CODIGO
                   PERFORM 6200-BUSCAR-Y-ACTUALIZAR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * recorre COMISION.DAT hasta la materia/comision pedida y la
      * regraba en su lugar
       6200-BUSCAR-Y-ACTUALIZAR.
           OPEN I-O ARCH-COM
           IF wss-fs-com-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-com-OK THEN
               DISPLAY "error al abrir el archivo, reintente enseguida"
           ELSE
               MOVE "N" TO wss-encontro-mant
               MOVE 0 TO flag
               READ ARCH-COM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro-mant = "S"
                   IF COM-NRO-MATERIA = wss-nroMateria
                           AND COM-CODIGO = wss-codigo
                       MOVE "S" TO wss-encontro-mant
                   ELSE
                       READ ARCH-COM AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               MOVE 0 TO flag
               IF wss-encontro-mant = "S" THEN
                   PERFORM 6300-APLICAR-ACCION
               ELSE
                   DISPLAY "la comision " wss-codigo " de la materia "
                       wss-nroMateria " no existe en el archivo"
               END-IF
               CLOSE ARCH-COM
           END-IF.

      *-----------------------------------------------------------------

       6300-APLICAR-ACCION.
           DISPLAY "SEDE: " COM-SEDE "  TURNO: " COM-TURNO
               "  LEGAJO: " COM-LEGAJO "  AULA: " COM-AULA
               "  CUPO: " COM-CUPO "  ACTIVA: " COM-ACTIVA
           DISPLAY "(M)odificar docente, aula y cupo, dar de (B)aja "
               "o (R)eactivar ?"
           ACCEPT wss-accion-mant
           EVALUATE wss-accion-mant
               WHEN "M" WHEN "m"
                   MOVE COM-SEDE TO wss-sede
                   PERFORM 2400-INGRESAR-DOCENTE
                   PERFORM 2500-INGRESAR-AULA
                   PERFORM 2600-INGRESAR-CUPO
                   MOVE wss-legajo TO COM-LEGAJO
                   MOVE wss-aula   TO COM-AULA
                   MOVE wss-cupo   TO COM-CUPO
                   REWRITE REG-COM
               WHEN "B" WHEN "b"
                   SET COMISION-INACTIVA TO TRUE
                   REWRITE REG-COM
                   DISPLAY "comision " wss-codigo " dada de baja"
               WHEN "R" WHEN "r"
                   SET COMISION-ACTIVA TO TRUE
                   REWRITE REG-COM
                   DISPLAY "comision " wss-codigo " reactivada"
               WHEN OTHER
                   DISPLAY "opcion invalida, no se modifico nada"
           END-EVALUATE
           IF NOT wss-fs-com-OK THEN
               DISPLAY "error al actualizar el archivo"
           ELSE
               IF wss-accion-mant = "M" OR wss-accion-mant = "m"
                       OR wss-accion-mant = "B" OR wss-accion-mant = "b"
                       OR wss-accion-mant = "R" OR wss-accion-mant = "r"
                   OPEN EXTEND ARCH-AUDIT
                   MOVE SPACES TO aud-clave
                   STRING wss-nroMateria DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-codigo        DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       wss-accion-mant   DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   CLOSE ARCH-AUDIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       7000-MODO-LISTAR-COMISIONES.
           IF wss-cont-comisiones = 0
               DISPLAY "no hay comisiones cargadas (COMISION.DAT)"
           ELSE
               PERFORM VARYING WS-IND-COM FROM 1 BY 1
                       UNTIL WS-IND-COM > wss-cont-comisiones
                   MOVE vcm-nroMateria(WS-IND-COM) TO lis-nroMateria
                   MOVE vcm-codigo(WS-IND-COM)     TO lis-codigo
                   MOVE vcm-sede(WS-IND-COM)       TO lis-sede
                   MOVE vcm-turno(WS-IND-COM)      TO lis-turno
                   MOVE vcm-legajo(WS-IND-COM)     TO lis-legajo
                   MOVE vcm-aula(WS-IND-COM)       TO lis-aula
                   MOVE vcm-cupo(WS-IND-COM)       TO lis-cupo
                   MOVE vcm-activa(WS-IND-COM)     TO lis-activa
                   DISPLAY LINEA-COMISION
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de COMISION.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-com-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "COMISION.DAT esta en uso por otro operador "
                   "(estado " wss-fs-com "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-COM
           END-PERFORM
           IF wss-fs-com-OCUPADO
               DISPLAY "COMISION.DAT sigue en uso; avise a "
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
           MOVE "PGENCOMI" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCOMI.
