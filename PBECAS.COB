      *    promedio minimo y porcentaje minimo de asistencia del
      *    parametro BECAPARM.DAT (o los de siempre: 7.00 y 75) y
      *    exige alumno activo en ALUMNOS.DAT. Los becados quedan en
      *    BECAS.DAT con sus valores calculados y el porcentaje de
      *    descuento de la beca (BECAPARM.DAT o el 50 de siempre), que
      *    la facturacion PFACCUOT aplica a la cuota; la lista completa
      *    de candidatos, con el motivo de inclusion o exclusion de
      *    cada uno, sale en BECASLIS.DAT. Reemplaza el cruce a mano
      *    del ranking de PLISMERI contra las planillas de asistencia.
      *    Antes de procesar verifica HISTORIA.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 BEC-MES-CIERRE     PIC 99.
                05 BEC-PROMEDIO       PIC 99V99.
                05 BEC-ASISTENCIA     PIC 9(3).
                05 BEC-PORCENTAJE     PIC 9(3).
                05 ESPACIO-BEC        PIC XX.

       FD  ARCH-LIS.
           01  REG-PARAM.
                05 par-promedioMin    PIC 99V99.
                05 par-asistenMin     PIC 9(3).
                05 par-porcentajeBeca PIC 9(3).

       FD  ARCH-EST.
           01  REG-EST.
       77  flag                          PIC X     VALUE "N".
       77  wss-promedioMin               PIC 99V99 VALUE 07.00.
       77  wss-asistenMin                PIC 9(3)  VALUE 075.
       77  wss-porcentajeBeca            PIC 9(3)  VALUE 050.

       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CANDIDATO.
           05 FILLER                     PIC X(2)  VALUE "  ".
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
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 2000-INGRESO-CIERRE-Y-VENTANA
           IF wss-cierre-hallado = "S"
      */////////////////////////////////////////////////////////////////

      * los umbrales salen de BECAPARM.DAT si esta; si no, rigen el
      * promedio 7.00 y el 75 por ciento de asistencia. El porcentaje
      * de descuento de la beca es optativo en el parametro: un
      * BECAPARM.DAT viejo sin ese campo deja el 50 de siempre
       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
                   NOT AT END
                       MOVE par-promedioMin TO wss-promedioMin
                       MOVE par-asistenMin  TO wss-asistenMin
                       IF par-porcentajeBeca IS NUMERIC
                               AND par-porcentajeBeca > 0
                               AND par-porcentajeBeca <= 100
                           MOVE par-porcentajeBeca TO
                               wss-porcentajeBeca
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.
               MOVE wss-mesCierre         TO BEC-MES-CIERRE
               MOVE wss-promedio          TO BEC-PROMEDIO
               MOVE wss-porcentaje        TO BEC-ASISTENCIA
               MOVE wss-porcentajeBeca    TO BEC-PORCENTAJE
               MOVE SPACES                TO ESPACIO-BEC
               WRITE REG-BEC
               IF NOT wss-fs-bec-OK then
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "HIS" TO K-ARCHIVOS
           MOVE "PBECAS" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PBECAS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PBECAS.
