      * Purpose: Programa que genera el archivo "NOTAS.DAT" con los
      *    datos que se ingresan por teclado, validando que el alumno
      *    y la materia existan contra ALUMNOS.DAT y MATERIA.dat a
      *    traves de RLEEALUM y RLEEMATE. La nota se graba con la
      *    comision en la que el alumno esta inscripto en la materia
      *    segun INSCRIP.DAT (en blanco si no cursa en comision).
      *    Cada nota grabada queda en el diario de cambios DIARIO.DAT
      *    a traves de RUTDIARI.
      *    Al empezar avisa si NOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-COR.
           01  REG-COR.
                05 wss-anio           PIC 9(4).
                05 wss-mes            PIC 99.
                05 wss-nota           PIC 99V99.
                05 wss-comision       PIC XX      VALUE SPACES.

       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.
       01  VECTOR-INSCRIPCIONES          OCCURS 1000 TIMES.
           05 vin-nroAlumno              PIC X(6).
           05 vin-nroMateria             PIC X(2).
           05 vin-comision               PIC X(2).
       77  wss-esta-inscripto            PIC X     VALUE "N".
           88 ESTA-INSCRIPTO                       VALUE "S".
       77  WS-IND-INS                    PIC 9(4)  COMP.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

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

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 0800-CARGAR-NOTA-MINIMA
           PERFORM 0850-CARGAR-NOTA-MAXIMA
           PERFORM 0900-CARGAR-APROBADAS
                       vin-nroAlumno(wss-cont-inscrip)
                   MOVE INS-NRO-MATERIA TO
                       vin-nroMateria(wss-cont-inscrip)
                   MOVE INS-COMISION TO
                       vin-comision(wss-cont-inscrip)
                   READ ARCH-INS AT END
                       MOVE "N" TO wss-hay-inscripciones
                   END-READ
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               PERFORM 3160-REGISTRAR-DIARIO
           ELSE
               DISPLAY "carga cancelada, la nota no se grabo"
           END-IF
               DISPLAY "+------------------ NOTA -----------------+"
               DISPLAY "   ALUMNO          : " wss-nroAlumno
               DISPLAY " 1-MATERIA         : " wss-nroMateria
               DISPLAY "   COMISION        : " wss-comision
               DISPLAY " 2-PERIODO Y NOTA  : " wss-mes "/" wss-anio
                   "  NOTA " wss-nota
               DISPLAY "+-----------------------------------------+"
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * deja la nota grabada en el diario de cambios para poder
      * reaplicarla despues de una restauracion de PBACKUP
       3160-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENNOTA" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE WSS-REG-NOT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       3100-INGRESAR-MATERIA-VALIDADA.

      * la nota solo se acepta si el alumno esta inscripto en la
      * materia segun INSCRIP.DAT; sin inscripciones cargadas el
      * control se saltea. De paso toma la comision de la ultima
      * inscripcion del alumno a la materia
       3120-VERIFICAR-INSCRIPCION.
           MOVE SPACES TO wss-comision
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno AND
                       vin-nroMateria(WS-IND-INS) = wss-nroMateria
                   MOVE vin-comision(WS-IND-INS) TO wss-comision
               END-IF
           END-PERFORM
           IF wss-hay-inscripciones = "N"
               MOVE "S" TO wss-esta-inscripto
           ELSE
      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           CLOSE ARCH-NOT
           IF NOT wss-fs-not-OK then
               display "error al  cerrar el archivo"
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
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
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PGENNOTA" TO K-PROGRAMA
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
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PGENNOTA" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENNOTA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENNOTA.
