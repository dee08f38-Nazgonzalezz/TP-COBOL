      *    salen con su codigo a ANOMALIA.DAT, cada archivo recibe
      *    su puntaje y los totales se comparan contra la corrida
      *    anterior guardada en CALIDPRE.DAT para ver si la calidad
      *    mejora o empeora.
      *    Antes de procesar verifica ALUMNOS.DAT, NOTAS.DAT y
      *    INSCRIP.DAT contra sus registros de control de CTLMAEST.DAT a
      *    traves de RUTCONTR y, si no coinciden, termina con final
      *    anormal sin procesar nada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "  VS ANTERIOR:   ".
           05 pun-delta                  PIC X(6).

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".

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
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:4) TO wss-anioHoy
           PERFORM 1000-CARGAR-CONFIGURACION
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUNOTINS" TO K-ARCHIVOS
           MOVE "PCALIDAD" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCALIDAD.
