      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Maestro de aulas por sede: genera el archivo
      *    "AULAS.DAT" con el codigo del aula dentro de la sede, su
      *    descripcion, la capacidad de asientos, el tipo (L)abora-
      *    torio, aula (C)omun o (A)uditorio y la marca de activa, y
      *    permite el mantenimiento (modificar capacidad, tipo o
      *    descripcion, dar de baja o reactivar). PGENHORA solo acepta
      *    aulas activas de este maestro y PGENCUPO no deja cargar un
      *    cupo mayor que la capacidad del aula donde se dicta la
      *    materia.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 2 no entran, salvo que el supervisor
      *    lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENAULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  ARCH-AUL.
           01  REG-AUL.
                05 AUL-SEDE           PIC X(2).
                05 AUL-CODIGO         PIC X(4).
                05 AUL-DESCRIP        PIC X(20).
                05 AUL-CAPACIDAD      PIC 9(3).
                05 AUL-TIPO           PIC X.
                    88 AUL-LABORATORIO        VALUE "L".
                    88 AUL-COMUN              VALUE "C".
                    88 AUL-AUDITORIO          VALUE "A".
                05 AUL-ACTIVA         PIC X.
                    88 AULA-ACTIVA            VALUE "S".
                    88 AULA-INACTIVA          VALUE "N".
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

       01  WSS-REG-AUL.
                05 wss-sede           PIC X(2).
                05 wss-codigo         PIC X(4).
                05 wss-descrip        PIC X(20).
                05 wss-capacidad      PIC 9(3).
                05 wss-tipo           PIC X.
                05 wss-activa         PIC X       VALUE "S".
                05 wss-espacio        PIC XX      VALUE SPACES.

       01  wss-fs-aul                    PIC X(2).
           88 wss-fs-aul-OK                        VALUE '00'.
           88 wss-fs-aul-EOF                       VALUE '10'.
           88 wss-fs-aul-NOEXISTE                  VALUE '05'.
           88 wss-fs-aul-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * manejo de archivo ocupado por otro operador: los estados 61,
      * 93, 94 y 99 son conflictos de comparticion; se reintenta con
      * una espera corta antes de rendirse
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * aulas ya grabadas, para no repetir sede/aula en el alta
       77  wss-cont-aulas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-AULAS                  OCCURS 500 TIMES.
           05 vau-sede                   PIC X(2).
           05 vau-codigo                 PIC X(4).
           05 vau-descrip                PIC X(20).
           05 vau-capacidad              PIC 9(3).
           05 vau-tipo                   PIC X.
           05 vau-activa                 PIC X.
       77  WS-IND-AUL                    PIC 9(3)  COMP.
       77  wss-aula-repetida             PIC X     VALUE "N".

      * variables del mantenimiento
       77  wss-accion-mant               PIC X.
       77  wss-fin-mantenim              PIC X     VALUE "N".
       77  wss-encontro-mant             PIC X     VALUE "N".

       01  RUTINAS.
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-AULA.
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lis-sede                   PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  AULA ".
           05 lis-codigo                 PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lis-descrip                PIC X(20).
           05 FILLER                     PIC X(7)  VALUE "  CAP. ".
           05 lis-capacidad              PIC ZZ9.
           05 FILLER                     PIC X(7)  VALUE "  TIPO ".
           05 lis-tipo                   PIC X.
           05 FILLER                     PIC X(9)  VALUE "  ACTIVA ".
           05 lis-activa                 PIC X.

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
           PERFORM 0900-CARGAR-AULAS-EXISTENTES
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-AULAS
               WHEN 2
                   PERFORM 6000-MODO-MANTENIMIENTO
               WHEN 3
                   PERFORM 7000-MODO-LISTAR-AULAS
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2 OR wss-modo = 3
               DISPLAY "1-CARGAR AULAS POR SEDE"
               DISPLAY "2-MANTENIMIENTO (MODIFICAR, BAJA O REACTIVAR)"
               DISPLAY "3-LISTAR AULAS CARGADAS"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       AND wss-modo NOT = 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-AULAS-EXISTENTES.
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
                       MOVE AUL-DESCRIP   TO
                           vau-descrip(wss-cont-aulas)
                       MOVE AUL-CAPACIDAD TO
                           vau-capacidad(wss-cont-aulas)
                       MOVE AUL-TIPO      TO vau-tipo(wss-cont-aulas)
                       MOVE AUL-ACTIVA    TO vau-activa(wss-cont-aulas)
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

       1000-MODO-ALTA-DE-AULAS.
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 1 TO OPCION-S
           CALL Rsede USING AREA-DE-COMMUNICATION-SED

           OPEN EXTEND ARCH-AUL
           IF NOT wss-fs-aul-OK AND NOT wss-fs-aul-NOEXISTE then
               display "error al abrir el archivo AULAS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF

           MOVE SPACES TO wss-sede
           PERFORM 2000-CARGAR-UN-AULA
               UNTIL wss-sede = "FF"

           CLOSE ARCH-AUL
           IF NOT wss-fs-aul-OK then
               display "error al  cerrar el archivo"
           END-IF
           CLOSE ARCH-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al cerrar AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       2000-CARGAR-UN-AULA.
           DISPLAY "INGRESE LA SEDE DEL AULA (FF PARA TERMINAR)"
           ACCEPT wss-sede
           IF wss-sede NOT = "FF"
               INITIALIZE AREA-DE-COMMUNICATION-SED
               MOVE 4 TO OPCION-S
               MOVE wss-sede TO SED-NUM-DAT-BUSCAR
               CALL Rsede USING AREA-DE-COMMUNICATION-SED
               IF retorn-num-s NOT = 0
                   DISPLAY "la sede ingresada no existe o esta "
                       "inactiva, reingrese"
               ELSE
                   PERFORM 2100-INGRESAR-CODIGO
                   PERFORM 2150-VERIFICAR-AULA-REPETIDA
                   IF wss-aula-repetida = "S"
                       DISPLAY "el aula " wss-codigo " ya esta "
                           "cargada en la sede " wss-sede ", use el "
                           "mantenimiento"
                   ELSE
                       PERFORM 2200-INGRESAR-DESCRIPCION
                       PERFORM 2300-INGRESAR-CAPACIDAD
                       PERFORM 2400-INGRESAR-TIPO
                       MOVE "S" TO wss-activa
                       PERFORM 3000-GRABAR-AULA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-INGRESAR-CODIGO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CODIGO DEL AULA (4 caracteres)"
               ACCEPT wss-codigo
               IF wss-codigo = SPACES
                   DISPLAY "error el aula no puede quedar en blanco"
               ELSE
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2150-VERIFICAR-AULA-REPETIDA.
           MOVE "N" TO wss-aula-repetida
           PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                   UNTIL WS-IND-AUL > wss-cont-aulas
                   OR wss-aula-repetida = "S"
               IF vau-sede(WS-IND-AUL) = wss-sede
                       AND vau-codigo(WS-IND-AUL) = wss-codigo
                   MOVE "S" TO wss-aula-repetida
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2200-INGRESAR-DESCRIPCION.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA DESCRIPCION DEL AULA"
               ACCEPT wss-descrip
               IF wss-descrip = SPACES
                   DISPLAY "error la descripcion no puede quedar en "
                       "blanco"
               ELSE
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2300-INGRESAR-CAPACIDAD.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA CAPACIDAD EN ASIENTOS (3 digitos)"
               ACCEPT wss-capacidad
               IF wss-capacidad IS NUMERIC AND wss-capacidad > 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error la capacidad debe ser mayor a cero"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2400-INGRESAR-TIPO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL TIPO: (L)aboratorio, aula (C)omun "
                   "o (A)uditorio"
               ACCEPT wss-tipo
               IF wss-tipo = "L" OR wss-tipo = "C" OR wss-tipo = "A"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el tipo debe ser L, C o A"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-GRABAR-AULA.
           WRITE REG-AUL FROM WSS-REG-AUL
           IF NOT wss-fs-aul-OK then
               display "error al  escribir el archivo"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-aulas < 500
               ADD 1 TO wss-cont-aulas
               MOVE wss-sede      TO vau-sede(wss-cont-aulas)
               MOVE wss-codigo    TO vau-codigo(wss-cont-aulas)
               MOVE wss-descrip   TO vau-descrip(wss-cont-aulas)
               MOVE wss-capacidad TO vau-capacidad(wss-cont-aulas)
               MOVE wss-tipo      TO vau-tipo(wss-cont-aulas)
               MOVE wss-activa    TO vau-activa(wss-cont-aulas)
           END-IF
           MOVE SPACES TO aud-clave
           STRING wss-sede       DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               wss-codigo        DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           DISPLAY "aula grabada".

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco el aula
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENAULA" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

       6000-MODO-MANTENIMIENTO.
           MOVE "N" TO wss-fin-mantenim
           PERFORM UNTIL wss-fin-mantenim = "S"
               DISPLAY "INGRESE LA SEDE DEL AULA A MODIFICAR (FF "
                   "PARA TERMINAR)"
               ACCEPT wss-sede
               IF wss-sede = "FF"
                   MOVE "S" TO wss-fin-mantenim
               ELSE
                   PERFORM 2100-INGRESAR-CODIGO
                   PERFORM 6200-BUSCAR-Y-ACTUALIZAR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * recorre AULAS.DAT hasta la sede/aula pedida y la regraba en
      * su lugar
       6200-BUSCAR-Y-ACTUALIZAR.
           OPEN I-O ARCH-AUL
           IF wss-fs-aul-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-aul-OK THEN
               DISPLAY "error al abrir el archivo, reintente enseguida"
           ELSE
               MOVE "N" TO wss-encontro-mant
               MOVE 0 TO flag
               READ ARCH-AUL AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro-mant = "S"
                   IF AUL-SEDE = wss-sede AND AUL-CODIGO = wss-codigo
                       MOVE "S" TO wss-encontro-mant
                   ELSE
                       READ ARCH-AUL AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               MOVE 0 TO flag
               IF wss-encontro-mant = "S" THEN
                   PERFORM 6300-APLICAR-ACCION
               ELSE
                   DISPLAY "el aula " wss-codigo " de la sede "
                       wss-sede " no existe en el archivo"
               END-IF
               CLOSE ARCH-AUL
           END-IF.

      *-----------------------------------------------------------------

       6300-APLICAR-ACCION.
           DISPLAY "AULA: " AUL-DESCRIP "  CAPACIDAD: " AUL-CAPACIDAD
               "  TIPO: " AUL-TIPO "  ACTIVA: " AUL-ACTIVA
           DISPLAY "(M)odificar datos, dar de (B)aja o (R)eactivar ?"
           ACCEPT wss-accion-mant
           EVALUATE wss-accion-mant
               WHEN "M" WHEN "m"
                   PERFORM 2200-INGRESAR-DESCRIPCION
                   PERFORM 2300-INGRESAR-CAPACIDAD
                   PERFORM 2400-INGRESAR-TIPO
                   MOVE wss-descrip   TO AUL-DESCRIP
                   MOVE wss-capacidad TO AUL-CAPACIDAD
                   MOVE wss-tipo      TO AUL-TIPO
                   REWRITE REG-AUL
               WHEN "B" WHEN "b"
                   SET AULA-INACTIVA TO TRUE
                   REWRITE REG-AUL
                   DISPLAY "aula " wss-codigo " dada de baja"
               WHEN "R" WHEN "r"
                   SET AULA-ACTIVA TO TRUE
                   REWRITE REG-AUL
                   DISPLAY "aula " wss-codigo " reactivada"
               WHEN OTHER
                   DISPLAY "opcion invalida, no se modifico nada"
           END-EVALUATE
           IF NOT wss-fs-aul-OK THEN
               DISPLAY "error al actualizar el archivo"
           ELSE
               IF wss-accion-mant = "M" OR wss-accion-mant = "m"
                       OR wss-accion-mant = "B" OR wss-accion-mant = "b"
                       OR wss-accion-mant = "R" OR wss-accion-mant = "r"
                   OPEN EXTEND ARCH-AUDIT
                   MOVE SPACES TO aud-clave
                   STRING wss-sede       DELIMITED BY SIZE
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

       7000-MODO-LISTAR-AULAS.
           IF wss-cont-aulas = 0
               DISPLAY "no hay aulas cargadas (AULAS.DAT)"
           ELSE
               PERFORM VARYING WS-IND-AUL FROM 1 BY 1
                       UNTIL WS-IND-AUL > wss-cont-aulas
                   MOVE vau-sede(WS-IND-AUL)      TO lis-sede
                   MOVE vau-codigo(WS-IND-AUL)    TO lis-codigo
                   MOVE vau-descrip(WS-IND-AUL)   TO lis-descrip
                   MOVE vau-capacidad(WS-IND-AUL) TO lis-capacidad
                   MOVE vau-tipo(WS-IND-AUL)      TO lis-tipo
                   MOVE vau-activa(WS-IND-AUL)    TO lis-activa
                   DISPLAY LINEA-AULA
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de AULAS.DAT mientras el estado sea de
      * comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-aul-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "AULAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-aul "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-AUL
           END-PERFORM
           IF wss-fs-aul-OCUPADO
               DISPLAY "AULAS.DAT sigue en uso; avise a "
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
           MOVE "PGENAULA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENAULA.
