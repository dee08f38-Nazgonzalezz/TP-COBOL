      *    que un listado muestra "MATERIA NO ENCONTRADA". Graba un
      *    informe de excepciones EXCEPINT.DAT con contadores por tipo
      *    de error y un archivo de huerfanos HUERFANO.DAT para
      *    trabajar la depuracion.
      *    Antes de procesar verifica NOTAS.DAT y ALUMNOS.DAT contra sus
      *    registros de control de CTLMAEST.DAT a traves de RUTCONTR y,
      *    si no coinciden, termina con final anormal sin procesar nada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rnaci                      PIC X(8)  VALUE "RLEENACI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".

       01  LINEA-EXCEP-NOTA.
           05 FILLER                     PIC X(8)  VALUE "NOTA    ".
                   15 retorn-num-n    PIC 9(3).
                   15 retorn-txt-n    PIC X(30).

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

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 1000-ABRIR-ARCHIVOS-DE-SALIDA
           PERFORM 2000-CARGAR-VEC-DE-RUTINAS
           PERFORM 3000-VERIFICAR-NOTAS
           PERFORM 6500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOTALU" TO K-ARCHIVOS
           MOVE "PVERINTE" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PVERINTE.
