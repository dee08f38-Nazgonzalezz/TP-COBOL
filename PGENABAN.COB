      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Confirmacion de abandonos por el tutor. Muestra las
      *    propuestas de abandono pendientes que dejo PABANDON en
      *    ABANDONO.DAT, con la ultima inscripcion, nota y asistencia
      *    de cada alumno, y para el alumno que se ingresa deja la
      *    propuesta confirmada (C) o descartada porque el alumno
      *    sigue cursando (X), con el usuario del tutor y la fecha.
      *    Una confirmada todavia se puede descartar mientras no se
      *    aplique la baja. La baja la aplica PABANDON cuando vence
      *    el periodo de gracia. Cada decision queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENABAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ABA         ASSIGN TO "ABANDONO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aba.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ABA.
           01  REG-ABA.
                05 ABA-NRO-ALUMNO     PIC 9(6).
                05 ABA-ESTADO         PIC X.
                    88 ABANDONO-PROPUESTO     VALUE "P".
                    88 ABANDONO-CONFIRMADO    VALUE "C".
                    88 ABANDONO-DESCARTADO    VALUE "X".
                    88 ABANDONO-BAJA          VALUE "B".
                    88 ABANDONO-READMITIDO    VALUE "R".
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

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO         PIC X(6).
                05 ALU-NOMBRE             PIC X(23).
                05 ALU-NRO-PAIS           PIC X(3).
                05 ALU-PLAN               PIC X.
                05 ALU-FECHA-INGRESO      PIC 9(8).
                05 ALU-ESTADO             PIC X.
                    88 ALUMNO-ACTIVO              VALUE "A" " ".
                    88 ALUMNO-EGRESADO            VALUE "E".
                    88 ALUMNO-BAJA                VALUE "B".
                05 ALU-FECHA-ESTADO       PIC X(8).
                05 ALU-SEDE               PIC X(2).
                05 ALU-TURNO              PIC X.

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

       77  flag                          PIC X     VALUE "N".
       77  wss-fin-confirmaciones        PIC X     VALUE "N".
       77  wss-dato-valido               PIC X.
       77  wss-confirma                  PIC X.
       77  wss-decision                  PIC X.
       77  wss-nroAlumno                 PIC X(6).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-hubo-cambios              PIC X     VALUE "N".

       01  wss-fs-aba                    PIC X(2).
           88 wss-fs-aba-OK                        VALUE '00'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * ABANDONO.DAT completo; se vuelve a grabar al salir si el tutor
      * decidio alguna propuesta
       77  wss-cont-abandonos            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ABANDONOS              OCCURS 3000 TIMES.
           05 vab-registro               PIC X(89).
           05 vab-nombre                 PIC X(23).
       77  WS-IND-ABA                    PIC 9(4)  COMP.
       77  wss-indAbandono               PIC 9(4)  COMP.
       77  wss-cont-pendientes           PIC 9(4)  COMP VALUE 0.

       01  LINEA-TITULO-PENDIENTES.
           05 FILLER                     PIC X(39) VALUE
           "ALUMNO NOMBRE                  EST PROP".
           05 FILLER                     PIC X(39) VALUE
           "UESTA ULT.INS  ULT.NOTA ULT.ASIS".

       01  LINEA-PENDIENTE.
           05 lpe-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpe-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpe-estado                 PIC X.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpe-fechaPropuesta         PIC X(10).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpe-inscrip                PIC X(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpe-nota                   PIC X(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpe-asisten                PIC X(7).

       77  wss-periodo                   PIC 9(6).
       77  wss-periodoEd                 PIC X(7).

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           PERFORM 1000-CARGAR-ABANDONOS
           PERFORM 1100-BUSCAR-NOMBRES
           PERFORM 1500-ABRIR-AUDITORIA
           PERFORM 2000-MOSTRAR-PENDIENTES
           PERFORM 3000-DECIDIR-UNA-PROPUESTA
               UNTIL wss-fin-confirmaciones = "S"
           PERFORM 4000-GRABAR-ABANDONOS
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-ABANDONOS.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           OPEN INPUT ARCH-ABA
           IF wss-fs-aba-OK
               READ ARCH-ABA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-abandonos < 3000
                       ADD 1 TO wss-cont-abandonos
                       MOVE REG-ABA
                           TO vab-registro(wss-cont-abandonos)
                       MOVE SPACES TO vab-nombre(wss-cont-abandonos)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 3000 registros en "
                           "ABANDONO.DAT, no se puede confirmar; "
                           "depure el archivo"
                       PERFORM 5000-CERRAR-PROGRAMA
                   END-IF
                   READ ARCH-ABA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ABA
           ELSE
               CLOSE ARCH-ABA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * el nombre del alumno de cada propuesta abierta, para que el
      * tutor lo reconozca en la lista
       1100-BUSCAR-NOMBRES.
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                           UNTIL WS-IND-ABA > wss-cont-abandonos
                       IF vab-registro(WS-IND-ABA)(1:6) =
                               ALU-NRO-ALUMNO
                           MOVE ALU-NOMBRE TO vab-nombre(WS-IND-ABA)
                       END-IF
                   END-PERFORM
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1500-ABRIR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

       2000-MOSTRAR-PENDIENTES.
           DISPLAY "**************************************************"
           DISPLAY "*   PROPUESTAS DE ABANDONO A CONFIRMAR           *"
           DISPLAY "**************************************************"
           DISPLAY LINEA-TITULO-PENDIENTES
           MOVE 0 TO wss-cont-pendientes
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               MOVE vab-registro(WS-IND-ABA) TO REG-ABA
               IF ABANDONO-PROPUESTO OR ABANDONO-CONFIRMADO
                   ADD 1 TO wss-cont-pendientes
                   PERFORM 2100-MOSTRAR-UNA-PROPUESTA
               END-IF
           END-PERFORM
           IF wss-cont-pendientes = 0
               DISPLAY "no hay propuestas de abandono abiertas"
           END-IF.

      *-----------------------------------------------------------------

       2100-MOSTRAR-UNA-PROPUESTA.
           MOVE ABA-NRO-ALUMNO TO lpe-nroAlumno
           MOVE vab-nombre(WS-IND-ABA) TO lpe-nombre
           MOVE ABA-ESTADO TO lpe-estado
           MOVE SPACES TO lpe-fechaPropuesta
           STRING ABA-FECHA-PROPUESTA(7:2) "/"
               ABA-FECHA-PROPUESTA(5:2) "/"
               ABA-FECHA-PROPUESTA(1:4)
               DELIMITED BY SIZE INTO lpe-fechaPropuesta
           END-STRING
           MOVE ABA-ULT-INSCRIP TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lpe-inscrip
           MOVE ABA-ULT-NOTA TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lpe-nota
           MOVE ABA-ULT-ASISTEN TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lpe-asisten
           DISPLAY LINEA-PENDIENTE.

      *-----------------------------------------------------------------

       3000-DECIDIR-UNA-PROPUESTA.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
           DISPLAY "(para terminar escriba FFFFFF)"
           ACCEPT wss-nroAlumno
           IF wss-nroAlumno = "FFFFFF"
               MOVE "S" TO wss-fin-confirmaciones
           ELSE
               IF wss-nroAlumno IS NUMERIC
                   PERFORM 3100-BUSCAR-PROPUESTA
                   IF wss-indAbandono = 0
                       DISPLAY "el alumno " wss-nroAlumno " no tiene "
                           "una propuesta de abandono abierta"
                   ELSE
                       PERFORM 3200-REGISTRAR-DECISION
                   END-IF
               ELSE
                   DISPLAY "error ingreso un numero invalido"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3100-BUSCAR-PROPUESTA.
           MOVE 0 TO wss-indAbandono
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               MOVE vab-registro(WS-IND-ABA) TO REG-ABA
               IF ABA-NRO-ALUMNO = wss-nroAlumno
                       AND (ABANDONO-PROPUESTO OR ABANDONO-CONFIRMADO)
                   MOVE WS-IND-ABA TO wss-indAbandono
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * C confirma que el alumno abandono; X descarta la propuesta
      * porque el tutor sabe que sigue cursando
       3200-REGISTRAR-DECISION.
           MOVE vab-registro(wss-indAbandono) TO REG-ABA
           MOVE wss-indAbandono TO WS-IND-ABA
           DISPLAY LINEA-TITULO-PENDIENTES
           PERFORM 2100-MOSTRAR-UNA-PROPUESTA
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "C=CONFIRMA EL ABANDONO  X=SIGUE CURSANDO "
                   "(DESCARTA)  N=NO DECIDE AHORA"
               ACCEPT wss-decision
               IF wss-decision = "C" OR wss-decision = "X"
                       OR wss-decision = "N"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error la respuesta debe ser C, X o N"
               END-IF
           END-PERFORM
           IF wss-decision = "N"
               DISPLAY "la propuesta queda como estaba"
           ELSE
               DISPLAY "CONFIRMA LA DECISION? (S/N)"
               ACCEPT wss-confirma
               IF wss-confirma = "S" OR wss-confirma = "s"
                   PERFORM 8800-OBTENER-USUARIO-SESION
                   MOVE wss-decision TO ABA-ESTADO
                   MOVE wss-fechaHoy TO ABA-FECHA-CONFIRMA
                   IF wss-usuario-sesion = SPACES
                       ACCEPT ABA-TUTOR FROM ENVIRONMENT "USER"
                   ELSE
                       MOVE wss-usuario-sesion TO ABA-TUTOR
                   END-IF
                   IF ABANDONO-DESCARTADO
                       MOVE wss-fechaHoy TO ABA-FECHA-CIERRE
                   END-IF
                   MOVE REG-ABA TO vab-registro(wss-indAbandono)
                   MOVE "S" TO wss-hubo-cambios
                   PERFORM 3300-REGISTRAR-AUDITORIA
                   IF ABANDONO-CONFIRMADO
                       DISPLAY "abandono confirmado; la baja se "
                           "aplica al vencer el periodo de gracia"
                   ELSE
                       DISPLAY "propuesta descartada"
                   END-IF
               ELSE
                   DISPLAY "decision cancelada, no se modifico nada"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando decidio la
      * propuesta
       3300-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           MOVE ABA-TUTOR TO aud-usuario
           MOVE "PGENABAN" TO aud-programa
           MOVE SPACES TO aud-clave
           STRING ABA-NRO-ALUMNO DELIMITED BY SIZE
               "/ABANDONO "      DELIMITED BY SIZE
               ABA-ESTADO        DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       4000-GRABAR-ABANDONOS.
           CLOSE ARCH-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al cerrar AUDIT.LOG"
           END-IF
           IF wss-hubo-cambios = "S"
               OPEN OUTPUT ARCH-ABA
               IF NOT wss-fs-aba-OK
                   DISPLAY "error al grabar ABANDONO.DAT, las "
                       "decisiones de esta sesion no quedaron"
                   PERFORM 5000-CERRAR-PROGRAMA
               END-IF
               PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                       UNTIL WS-IND-ABA > wss-cont-abandonos
                   WRITE REG-ABA FROM vab-registro(WS-IND-ABA)
                   IF NOT wss-fs-aba-OK then
                       display "error al escribir ABANDONO.DAT"
                   END-IF
               END-PERFORM
               CLOSE ARCH-ABA
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

       8200-EDITAR-PERIODO.
           IF wss-periodo = 0
               MOVE "  --   " TO wss-periodoEd
           ELSE
               MOVE SPACES TO wss-periodoEd
               STRING wss-periodo(5:2) "/" wss-periodo(1:4)
                   DELIMITED BY SIZE INTO wss-periodoEd
               END-STRING
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

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALU" TO K-ARCHIVOS
           MOVE "PGENABAN" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "aviso: revisar los archivos con PVERCTL "
                   "antes de la proxima deteccion de abandono"
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENABAN" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENABAN.
