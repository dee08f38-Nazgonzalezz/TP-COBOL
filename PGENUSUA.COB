      *    con clave y rol (D=carga de datos, R=reportes,
      *    S=supervisor), listado sin mostrar las claves, y baja
      *    (el usuario queda inhabilitado, no se borra). Solo un
      *    supervisor llega a este programa desde el menu.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1, 3, 4 y 5 no entran, salvo que el
      *    supervisor lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  RUTINAS.
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  AREA-DE-COMMUNICATION-CLA.
           05 DATOS-ENTRADA.
               10 COMO-TERMINO.
                   15 retorn-num-c PIC 9(3).
                   15 retorn-txt-c PIC X(30).
           05 DATOS-LINEA.
               10 LINEA-ENTRADA   PIC X(90).
               10 HUELLA-LINEA    PIC 9(10).

      * manejo de archivo ocupado por otro operador: los estados 61,
      * 93, 94 y 99 son conflictos de comparticion; se reintenta con
           05 FILLER                     PIC X(7)  VALUE "  ROL: ".
           05 lis-rol                    PIC X.

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
           IF wss-modo = 1 OR wss-modo = 3
                   OR wss-modo = 4 OR wss-modo = 5
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-USUARIOS-EXISTENTES
           EVALUATE wss-modo
               WHEN 1
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENUSUA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENUSUA.
