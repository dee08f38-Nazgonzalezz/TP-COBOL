      *    en el registro BACKGEN.DAT. Cada copia se verifica
      *    relecyendo el destino y comparando la cantidad de
      *    registros. La restauracion pide confirmacion explicita
      *    antes de pisar cada archivo vivo. Con cada resguardo el
      *    diario de cambios DIARIO.DAT (lo que cambio desde el
      *    resguardo anterior) se archiva como DIARIO.Jn junto a la
      *    generacion n de la que parte y vuelve a empezar vacio;
      *    despues de una restauracion PREAPLIC reaplica esos
      *    diarios para no perder el trabajo del dia.
      *    El resguardo verifica antes MATERIA.dat, ALUMNOS.DAT y
      *    NOTAS.DAT contra sus registros de control de CTLMAEST.DAT a
      *    traves de RUTCONTR y no resguarda nada si no coinciden (final
      *    anormal); cada archivo restaurado deja sus nuevos totales en
      *    CTLMAEST.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-bak.

       SELECT OPTIONAL ARCH-JRN         ASSIGN TO "DIARIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-viv.

       SELECT OPTIONAL ARCH-BAK-JRN     ASSIGN TO wss-nombre-bak
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-bak.

       SELECT OPTIONAL ARCH-CTL         ASSIGN TO "BACKCTL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ctl.
       FD  ARCH-BAK-NOT.
           01  REG-BAK-NOT           PIC X(20).

       FD  ARCH-JRN.
           01  REG-JRN               PIC X(156).

       FD  ARCH-BAK-JRN.
           01  REG-BAK-JRN           PIC X(156).

       FD  ARCH-CTL.
           01  REG-CTL.
                05 ctl-ultima-gen     PIC 99.
       77  wss-cant-nac                  PIC 9(5)  VALUE 0.
       77  wss-cant-alu                  PIC 9(5)  VALUE 0.
       77  wss-cant-not                  PIC 9(7)  VALUE 0.
       77  wss-diario-copiado            PIC X     VALUE "S".
       77  wss-restaurados               PIC X(18) VALUE SPACES.
       77  wss-ptr-restaurados           PIC 99    VALUE 1.

      * marca de corrida y totales para ESTADIS.DAT, que es donde
      * PJOBSTRM verifica que el paso de resguardo termino normal
           "  VERIFICADOS: ".
           05 ver-releidos               PIC ZZZZZZ9.

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
           PERFORM 0500-SELECCIONAR-MODO
           PERFORM 1000-LEER-CONTROL
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 8600-VERIFICAR-CONTROLES
                   PERFORM 2000-HACER-RESGUARDO
               WHEN 2
                   PERFORM 3000-HACER-RESTAURACION
           MOVE wss-cont-escritos TO wss-cant-alu
           PERFORM 2400-COPIAR-NOTAS
           MOVE wss-cont-escritos TO wss-cant-not
           PERFORM 2600-ARCHIVAR-DIARIO

           MOVE wss-gen TO wss-ultima-gen
           PERFORM 1100-GRABAR-CONTROL
               DISPLAY "error al abrir BACKGEN.DAT"
           END-IF.

      *-----------------------------------------------------------------

      * el diario acumula los cambios hechos desde el resguardo
      * anterior: se archiva como DIARIO.Jn con el numero de esa
      * generacion y, verificada la copia, el diario vivo vuelve a
      * empezar vacio para la generacion que se esta tomando. Lo
      * anotado antes del primer resguardo no tiene de donde partir
      * y se descarta
       2600-ARCHIVAR-DIARIO.
           MOVE "S" TO wss-diario-copiado
           IF wss-ultima-gen > 0
               MOVE SPACES TO wss-nombre-bak
               STRING "DIARIO.J"         DELIMITED BY SIZE
                   wss-ultima-gen(2:1)   DELIMITED BY SIZE
                   INTO wss-nombre-bak
               END-STRING
               MOVE 0 TO wss-cont-leidos
               MOVE 0 TO wss-cont-escritos
               OPEN INPUT ARCH-JRN
               OPEN OUTPUT ARCH-BAK-JRN
               MOVE "N" TO flag
               IF (wss-fs-viv-OK OR wss-fs-viv-NOEXISTE)
                       AND wss-fs-bak-OK
                   READ ARCH-JRN AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       ADD 1 TO wss-cont-leidos
                       MOVE REG-JRN TO REG-BAK-JRN
                       WRITE REG-BAK-JRN
                       ADD 1 TO wss-cont-escritos
                       READ ARCH-JRN AT END MOVE "S" TO flag
                       END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "no se pudo abrir DIARIO.DAT o su archivo "
                       wss-nombre-bak
                   MOVE "N" TO wss-diario-copiado
                   MOVE "S" TO wss-verif-mal
               END-IF
               CLOSE ARCH-JRN
               CLOSE ARCH-BAK-JRN
               IF wss-diario-copiado = "S"
                   PERFORM 2650-VERIFICAR-BAK-DIARIO
                   PERFORM 8000-INFORMAR-VERIFICACION
                   IF wss-cont-leidos NOT = wss-cont-escritos
                           OR wss-cont-escritos NOT =
                               wss-cont-releidos
                       MOVE "N" TO wss-diario-copiado
                   END-IF
               END-IF
           END-IF
           IF wss-diario-copiado = "S"
               OPEN OUTPUT ARCH-JRN
               IF NOT wss-fs-viv-OK
                   DISPLAY "error al vaciar DIARIO.DAT"
               END-IF
               CLOSE ARCH-JRN
           ELSE
               DISPLAY "  DIARIO.DAT se conserva hasta que el archivo "
                   "del diario verifique bien"
           END-IF.

      *-----------------------------------------------------------------

       2650-VERIFICAR-BAK-DIARIO.
           MOVE 0 TO wss-cont-releidos
           OPEN INPUT ARCH-BAK-JRN
           IF wss-fs-bak-OK
               MOVE "N" TO flag
               READ ARCH-BAK-JRN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-releidos
                   READ ARCH-BAK-JRN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-BAK-JRN.

      *-----------------------------------------------------------------

       3000-HACER-RESTAURACION.
               PERFORM 3200-RESTAURAR-NACIONALIDAD
               PERFORM 3300-RESTAURAR-ALUMNOS
               PERFORM 3400-RESTAURAR-NOTAS
               IF wss-restaurados NOT = SPACES
                   PERFORM 8650-SELLAR-CONTROLES
               END-IF
               DISPLAY "LOS ARCHIVOS QUEDARON COMO EN LA GENERACION "
                   wss-gen "; PARA RECUPERAR LOS CAMBIOS POSTERIORES "
                   "CORRA PREAPLIC CON ESA GENERACION"
           END-IF.

      *-----------------------------------------------------------------
                   CLOSE ARCH-MAT
                   PERFORM 3150-VERIFICAR-VIVO-MATERIA
                   PERFORM 8000-INFORMAR-VERIFICACION
                   STRING "MAT" DELIMITED BY SIZE
                       INTO wss-restaurados
                       WITH POINTER wss-ptr-restaurados
                   END-STRING
               END-IF
           END-IF.

                   CLOSE ARCH-ALU
                   PERFORM 3350-VERIFICAR-VIVO-ALUMNOS
                   PERFORM 8000-INFORMAR-VERIFICACION
                   STRING "ALU" DELIMITED BY SIZE
                       INTO wss-restaurados
                       WITH POINTER wss-ptr-restaurados
                   END-STRING
               END-IF
           END-IF.

                   CLOSE ARCH-NOT
                   PERFORM 3450-VERIFICAR-VIVO-NOTAS
                   PERFORM 8000-INFORMAR-VERIFICACION
                   STRING "NOT" DELIMITED BY SIZE
                       INTO wss-restaurados
                       WITH POINTER wss-ptr-restaurados
                   END-STRING
               END-IF
           END-IF.

           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "MATALUNOT" TO K-ARCHIVOS
           MOVE "PBACKUP" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 9000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * los archivos restaurados quedan con los totales de la
      * generacion que se repuso
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 3 TO OPCION-K
           MOVE wss-restaurados TO K-ARCHIVOS
           MOVE "PBACKUP" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PBACKUP" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 9000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PBACKUP.
