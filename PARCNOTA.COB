      *    pasadas con totales de control que prueban que no se
      *    perdio nada, y pide confirmacion antes de pisar el archivo
      *    vivo. PLISNOTA puede incluir el historico cuando un
      *    listado de verdad necesita la historia. La depuracion
      *    queda en el diario de cambios DIARIO.DAT como una
      *    reorganizacion con el periodo de corte, para que PREAPLIC
      *    la repita si se restaura un resguardo anterior.
      *    Antes de procesar verifica NOTAS.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada. Al
      *    terminar deja en CTLMAEST.DAT los nuevos totales de
      *    NOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(8)  VALUE "LEIDAS: ".
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
           PERFORM 1000-INGRESAR-PERIODO-DE-CORTE
           PERFORM 2000-SEPARAR-HISTORICO-Y-VIGENTE
           PERFORM 3000-CONFIRMAR-Y-REGRABAR
               END-PERFORM
               CLOSE ARCH-VIG
               CLOSE ARCH-NOT
               PERFORM 3200-REGISTRAR-DIARIO
               IF wss-cont-regrabadas NOT = wss-cont-vigentes
                       OR wss-cont-historiadas NOT =
                           wss-cont-archivadas
           CLOSE ARCH-HIS
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * en el diario no van las notas una por una sino el corte
      * (anio y mes) con el que se depuro el archivo vivo
       3200-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PARCNOTA" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "R" TO J-OPERACION
           MOVE wss-anio TO J-IMAGEN-DESPUES(1:4)
           MOVE wss-mes  TO J-IMAGEN-DESPUES(5:2)
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       4000-INFORMAR-TOTALES.
      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
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
           MOVE "PARCNOTA" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PARCNOTA" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PARCNOTA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PARCNOTA.
