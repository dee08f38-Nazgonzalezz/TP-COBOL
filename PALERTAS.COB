      *    riesgo en ALERTAS.DAT con el tipo de alerta (asistencia
      *    baja, parciales flojos o ambas), mas el informe por sede
      *    ALERTLIS.DAT para que los tutores intervengan mientras la
      *    cursada sigue abierta.
      *    Antes de procesar verifica NOTAS.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".

       01  LINEA-SEDE.
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

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
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1500-INGRESO-VENTANA
           INITIALIZE AREA-DE-COMMUNICATIONN
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PALERTAS" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PALERTAS.
