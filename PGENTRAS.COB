      *    las inscripciones abiertas del anio en INSCRIP.DAT. Se
      *    termina el pisado a mano de ALU-SEDE que dejaba los
      *    reportes por sede imposibles de auditar contra los
      *    formularios de pase en papel. Las inscripciones del anio
      *    que se conservan pierden la comision de la sede de origen
      *    (COMISION.DAT es por sede) y quedan sin comision hasta que
      *    se reasignen en la sede nueva. El pase queda en el
      *    diario de cambios DIARIO.DAT a traves de RUTDIARI.
      *    Al empezar avisa si ALUMNOS.DAT y INSCRIP.DAT no coinciden
      *    con sus registros de control de CTLMAEST.DAT y al salir deja
      *    los nuevos totales a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
       77  wss-fechaPase                 PIC 9(8).
       77  wss-anioPase                  PIC 9(4).
       77  wss-motivo                    PIC X(20).
       77  wss-regAluAnterior            PIC X(53).

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
      * sin las del alumno trasladado cuando no se conservan
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       77  wss-cont-bajadas              PIC 9(4)  COMP VALUE 0.
       77  wss-cont-sin-comision         PIC 9(4)  COMP VALUE 0.
       77  wss-inscrip-lleno             PIC X     VALUE "N".
       01  VECTOR-INSCRIPCIONES          OCCURS 1000 TIMES.
           05 vin-registro               PIC X(16).
       01  RUTINAS.
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR SEDES
       01  AREA-DE-COMMUNICATION-SED.
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
           MOVE SPACES TO wss-nroAlumno
           PERFORM 1000-TRASLADAR-UN-ALUMNO
               UNTIL wss-nroAlumno = "FFFFFF"
      *-----------------------------------------------------------------

       3500-APLICAR-TRASLADO.
           MOVE REG-ALU TO wss-regAluAnterior
           MOVE wss-sedeDestino TO ALU-SEDE
           REWRITE REG-ALU
           IF NOT wss-fs-alu-OK THEN
                   "se registra"
           ELSE
               PERFORM 3600-GRABAR-HISTORIAL-DE-PASE
               PERFORM 3650-REGISTRAR-DIARIO
               PERFORM 4000-BAJAR-INSCRIPCIONES-DEL-ANIO
               DISPLAY "traslado del alumno " wss-nroAlumno
                   " registrado"
           END-IF.

      *-----------------------------------------------------------------

      * el pase va al diario de cambios con la imagen anterior
      * del alumno para poder reaplicarlo despues de una
      * restauracion de PBACKUP
       3650-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENTRAS" TO J-PROGRAMA
           MOVE "ALU" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regAluAnterior TO J-IMAGEN-ANTES
           MOVE REG-ALU TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando traslado
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD

      * cuando las inscripciones no viajan con el alumno, INSCRIP.DAT
      * se regraba completo sin las del alumno fechadas en el anio
      * del pase; las de anios anteriores quedan como historia. Si
      * viajan, se regraban sin la comision de la sede de origen
       4000-BAJAR-INSCRIPCIONES-DEL-ANIO.
           MOVE 0 TO wss-cont-inscrip
           MOVE 0 TO wss-cont-bajadas
           MOVE 0 TO wss-cont-sin-comision
           MOVE "N" TO wss-inscrip-lleno
           OPEN INPUT ARCH-INS
           IF NOT wss-fs-ins-OK
      * el archivo mas grande que el vector frena la regrabacion
      * para no perder inscripciones: el traslado ya quedo hecho y
      * las inscripciones siguen como estaban
               IF wss-inscrip-lleno = "S"
                       AND (wss-conserva = "S" OR wss-conserva = "s")
                   DISPLAY "INSCRIP.DAT supera las 1000 "
                       "inscripciones del vector de trabajo: las "
                       "inscripciones del alumno conservan la "
                       "comision de la sede de origen; reasignela "
                       "a mano"
               ELSE
               IF wss-inscrip-lleno = "S"
                   DISPLAY "INSCRIP.DAT supera las 1000 "
                       "inscripciones del vector de trabajo: las "
               ELSE
                   PERFORM VARYING WS-IND-INS FROM 1 BY 1
                           UNTIL WS-IND-INS > wss-cont-inscrip
                       MOVE vin-registro(WS-IND-INS) TO REG-INS
                       IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno
                               AND vin-anio(WS-IND-INS) =
                                   wss-anioPase
                               AND wss-conserva NOT = "S"
                               AND wss-conserva NOT = "s"
                           ADD 1 TO wss-cont-bajadas
                       ELSE
                           IF vin-nroAlumno(WS-IND-INS) =
                                   wss-nroAlumno
                               AND vin-anio(WS-IND-INS) =
                                   wss-anioPase
                               AND INS-COMISION NOT = SPACES
                               MOVE SPACES TO INS-COMISION
                               ADD 1 TO wss-cont-sin-comision
                           END-IF
                           WRITE REG-INS
                           IF NOT wss-fs-ins-OK then
                               display "error al escribir "
                                   "INSCRIP.DAT"
                       END-IF
                   END-PERFORM
                   CLOSE ARCH-INS
                   IF wss-conserva = "S" OR wss-conserva = "s"
                       DISPLAY "inscripciones del anio que quedan "
                           "sin comision: " wss-cont-sin-comision
                   ELSE
                       DISPLAY "inscripciones del anio dadas de "
                           "baja: " wss-cont-bajadas
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           GOBACK.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUINS" TO K-ARCHIVOS
           MOVE "PGENTRAS" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "aviso: revisar los archivos con PVERCTL; "
                   "su control no se actualiza al salir"
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "ALUINS" TO K-ARCHIVOS
           MOVE "PGENTRAS" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENTRAS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENTRAS.
