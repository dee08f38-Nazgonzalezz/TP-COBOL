      *    hay que tener aprobada antes de cursarla). Valida ambas
      *    materias contra MATERIA.dat a traves de RLEEMATE y rechaza
      *    la regla repetida. Tambien permite listar las reglas
      *    cargadas.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-REGLA.
           05 FILLER                     PIC X(9)  VALUE "MATERIA: ".
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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-REGLAS-EXISTENTES
           PERFORM 1500-CARGAR-VECTOR-MATERIAS
           EVALUATE wss-modo
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENCORL" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCORL.
