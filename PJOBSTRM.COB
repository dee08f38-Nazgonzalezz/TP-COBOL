      * Purpose: Controlador de la cadena batch nocturna: corre sin
      *    operador la secuencia de programas del plan PLANJOBS.DAT
      *    (sin el plan rige la cadena de siempre: PSORNOTA,
      *    PVERINTE, PCIERRE, PPONDERA, PBACKUP y PEXPMINI), verifica el
      *    resultado de cada paso con la marca est-final que los
      *    programas ya dejan en ESTADIS.DAT, corta la cadena ante
      *    un final anormal y deja el paso caido en JOBCHKPT.DAT
      *    de PLISNOTA: PCIERRE lee CIERPARM.DAT, PBACKUP lee
      *    BACKPARM.DAT y PEXPMINI lee EXPPARM.DAT; con esos
      *    archivos presentes la cadena corre de punta a punta sin
      *    un operador delante.
      *    Mientras corre deja abierta la ventana batch de VENTANA.DAT
      *    (a traves de RUTVENTA) con la hora de inicio y el paso en
      *    curso, para que los programas de actualizacion no entren a
      *    mitad de la cadena; la ventana se cierra solo cuando la
      *    cadena termina completa y una cadena cortada la deja abierta
      *    para el rearranque. Si la ventana no se puede abrir la
      *    cadena no arranca y termina con final anormal.
      *    Cada paso queda anotado en CADENA.DAT con su hora de inicio,
      *    sus cantidades de ESTADIS.DAT y su final, y al terminar la
      *    cadena llama a PRESNOCT, que deja el resumen de la noche para
      *    el turno de la manana
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-CAD         ASSIGN TO "CADENA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cad.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PLN.
                05 FILLER             PIC X     VALUE SPACE.
                05 est-final          PIC X.

      * un registro por paso corrido; la ventana (fecha y hora en que
      * arranco la cadena, la misma en los rearranques) agrupa los
      * pasos de una noche
       FD  ARCH-CAD.
           01  REG-CAD.
                05 CAD-FECHA-VENTANA  PIC 9(8).
                05 CAD-HORA-VENTANA   PIC 9(8).
                05 CAD-SECUENCIA      PIC 99.
                05 CAD-PROGRAMA       PIC X(8).
                05 CAD-FECHA-INICIO   PIC 9(8).
                05 CAD-HORA-INICIO    PIC 9(8).
                05 CAD-LEIDOS         PIC 9(7).
                05 CAD-ESCRITOS       PIC 9(7).
                05 CAD-RECHAZADOS     PIC 9(7).
                05 CAD-FINAL          PIC X.
                05 ESPACIO-CAD        PIC XX.

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.

       01  wss-fs-cad                    PIC X(2).
           88 wss-fs-cad-OK                        VALUE '00'.
           88 wss-fs-cad-NOEXISTE                  VALUE '05'.

      * plan de pasos ordenado por secuencia; sin PLANJOBS.DAT rige
      * la cadena historica del menu
       77  wss-cont-pasos                PIC 9(2)  COMP VALUE 0.
       77  wss-regs-antes                PIC 9(5)  COMP.
       77  wss-regs-despues              PIC 9(5)  COMP.
       77  wss-final-ultimo              PIC X.
       77  wss-leidos-ultimo             PIC 9(7).
       77  wss-escritos-ultimo           PIC 9(7).
       77  wss-rechazados-ultimo         PIC 9(7).

      * inicio de la ventana y de cada paso para CADENA.DAT
       77  wss-ventana-fecha             PIC 9(8)  VALUE 0.
       77  wss-ventana-hora              PIC 9(8)  VALUE 0.
       77  wss-paso-fecha                PIC 9(8).
       77  wss-paso-hora                 PIC 9(8).

       77  wss-cont-corridos             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-fallados             PIC 9(7)  COMP VALUE 0.
       77  wss-corrida-normal            PIC X     VALUE "N".

       01  RUTINAS.
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".
           05 Rresumen                   PIC X(8)  VALUE "PRESNOCT".

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
           PERFORM 1000-CARGAR-PLAN
           PERFORM 1500-LEER-PUNTO-DE-REARRANQUE
           MOVE 1 TO OPCION-V
           PERFORM 4500-LLAMAR-VENTANA
           PERFORM 2000-CORRER-LA-CADENA
           PERFORM 4000-GRABAR-PUNTO-DE-REARRANQUE
           IF wss-cadena-cortada = "N"
               MOVE 3 TO OPCION-V
           ELSE
               MOVE 4 TO OPCION-V
           END-IF
           PERFORM 4500-LLAMAR-VENTANA
           PERFORM 4700-EMITIR-RESUMEN
           IF wss-cadena-cortada = "N"
               MOVE "S" TO wss-corrida-normal
           END-IF
           MOVE "N" TO flag

           IF wss-cont-pasos = 0
               MOVE 6 TO wss-cont-pasos
               MOVE 01 TO vpa-secuencia(1)
               MOVE "PSORNOTA" TO vpa-programa(1)
               MOVE 02 TO vpa-secuencia(2)
               MOVE 03 TO vpa-secuencia(3)
               MOVE "PCIERRE " TO vpa-programa(3)
               MOVE 04 TO vpa-secuencia(4)
               MOVE "PPONDERA" TO vpa-programa(4)
               MOVE 05 TO vpa-secuencia(5)
               MOVE "PBACKUP " TO vpa-programa(5)
               MOVE 06 TO vpa-secuencia(6)
               MOVE "PEXPMINI" TO vpa-programa(6)
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1
               wss-programa-corriente
           PERFORM 3000-CONTAR-REGISTROS-ESTADIS
           MOVE wss-regs-despues TO wss-regs-antes
           MOVE 2 TO OPCION-V
           PERFORM 4500-LLAMAR-VENTANA
           ACCEPT wss-paso-fecha FROM DATE YYYYMMDD
           ACCEPT wss-paso-hora FROM TIME

           CALL wss-programa-corriente
               ON EXCEPTION
                   wss-programa-corriente ") TERMINO ANORMAL, LA "
                   "CADENA SE CORTA; la proxima corrida rearranca "
                   "desde este paso"
           END-IF
           PERFORM 2200-ANOTAR-PASO-EN-CADENA.

      *-----------------------------------------------------------------

      * deja el paso en CADENA.DAT con las cantidades y el final de
      * su ultimo registro de ESTADIS.DAT; X si no llego a correr
       2200-ANOTAR-PASO-EN-CADENA.
           OPEN EXTEND ARCH-CAD
           IF wss-fs-cad-OK OR wss-fs-cad-NOEXISTE
               MOVE wss-ventana-fecha      TO CAD-FECHA-VENTANA
               MOVE wss-ventana-hora       TO CAD-HORA-VENTANA
               MOVE wss-paso-corriente     TO CAD-SECUENCIA
               MOVE wss-programa-corriente TO CAD-PROGRAMA
               MOVE wss-paso-fecha         TO CAD-FECHA-INICIO
               MOVE wss-paso-hora          TO CAD-HORA-INICIO
               IF wss-regs-despues > wss-regs-antes
                   MOVE wss-leidos-ultimo     TO CAD-LEIDOS
                   MOVE wss-escritos-ultimo   TO CAD-ESCRITOS
                   MOVE wss-rechazados-ultimo TO CAD-RECHAZADOS
                   MOVE wss-final-ultimo      TO CAD-FINAL
               ELSE
                   MOVE 0   TO CAD-LEIDOS
                   MOVE 0   TO CAD-ESCRITOS
                   MOVE 0   TO CAD-RECHAZADOS
                   MOVE "X" TO CAD-FINAL
               END-IF
               MOVE SPACES TO ESPACIO-CAD
               WRITE REG-CAD
               IF NOT wss-fs-cad-OK then
                   display "error al escribir CADENA.DAT"
               END-IF
               CLOSE ARCH-CAD
           ELSE
               DISPLAY "error al abrir CADENA.DAT"
           END-IF.

      *-----------------------------------------------------------------
                   IF est-programa = wss-programa-corriente
                       ADD 1 TO wss-regs-despues
                       MOVE est-final TO wss-final-ultimo
                       MOVE est-leidos TO wss-leidos-ultimo
                       MOVE est-escritos TO wss-escritos-ultimo
                       MOVE est-rechazados TO wss-rechazados-ultimo
                   END-IF
                   READ ARCH-EST AT END MOVE "S" TO flag
                   END-READ

      *-----------------------------------------------------------------

      * abre la ventana batch al arrancar, anota cada paso y al final
      * la cierra (cadena completa) o la suelta abierta (cadena
      * cortada); OPCION-V la pone quien llama
       4500-LLAMAR-VENTANA.
           MOVE "PJOBSTRM" TO V-PROGRAMA
           IF OPCION-V = 2
               MOVE wss-programa-corriente TO V-PROGRAMA
           END-IF
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
      * sin la ventana abierta los programas de actualizacion podrian
      * entrar a mitad de la cadena: no se corre ningun paso
           IF retorn-num-v NOT = 0
               IF OPCION-V = 1
                   DISPLAY "cadena detenida: la ventana batch no se "
                       "pudo abrir (" retorn-txt-v ")"
                   PERFORM 6000-CERRAR-PROGRAMA
               ELSE
                   DISPLAY "aviso: la ventana batch no se pudo "
                       "actualizar (" retorn-txt-v ")"
               END-IF
           END-IF
           IF OPCION-V = 1
               MOVE V-FECHA-INICIO TO wss-ventana-fecha
               MOVE V-HORA-INICIO  TO wss-ventana-hora
           END-IF.

      *-----------------------------------------------------------------

      * el resumen de la noche para operaciones sale al final de la
      * cadena, haya terminado completa o cortada
       4700-EMITIR-RESUMEN.
           CALL Rresumen
               ON EXCEPTION
                   DISPLAY "el resumen PRESNOCT no se pudo invocar"
           END-CALL.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
