      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Utilitario de corrida unica para ampliar los
      *    registros de PLANES.DAT y BECAS.DAT al formato que leen hoy
      *    los programas: PLANES.DAT pasa de 23 a 26 posiciones con
      *    las horas de practicas profesionalizantes del plan en cero
      *    (se cargan despues con el modo 4 de PGENPLAN) y BECAS.DAT
      *    pasa de 21 a 24 con el porcentaje de descuento de la beca,
      *    que toma el de BECAPARM.DAT o el 50 de siempre, igual que
      *    PBECAS. Tiene que correr antes de usar PGENPLAN o PBECAS
      *    con el formato nuevo: un archivo con registros de los dos
      *    formatos mezclados no se convierte y se arregla a mano.
      *    Cada registro viejo se controla (estado del plan S o N,
      *    valores de la beca numericos y el relleno en blanco); el
      *    archivo cuyo primer registro ya no tiene el formato viejo
      *    se da por convertido y se saltea. Cada archivo se graba en
      *    un .NUE, con totales de control (registros leidos,
      *    grabados y rechazados, y la suma de los numeros de alumno
      *    de BECAS antes y despues) que deben calzar para que el
      *    viejo se resguarde como .ANT y el nuevo tome su lugar; con
      *    el .ANT ya presente el archivo se saltea.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONVREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-V-PLA       ASSIGN TO "PLANES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-PLA       ASSIGN TO "PLANES.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-V-BEC       ASSIGN TO "BECAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-vie.

       SELECT OPTIONAL ARCH-N-BEC       ASSIGN TO "BECAS.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.

       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "BECAPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-V-PLA.
           01  REG-V-PLA.
                05 PLA-CODIGO         PIC X.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                    88 PLAN-ACTIVO            VALUE "S".
                    88 PLAN-INACTIVO          VALUE "N".
                05 ESPACIO-PLA        PIC X.
       FD  ARCH-N-PLA.
           01  REG-N-PLA.
                05 PLN-CODIGO         PIC X.
                05 PLN-DESCRIP        PIC X(20).
                05 PLN-ESTADO         PIC X.
                05 PLN-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLN        PIC X.

       FD  ARCH-V-BEC.
           01  REG-V-BEC.
                05 BEC-DATOS.
                    10 BEC-NRO-ALUMNO     PIC 9(6).
                    10 BEC-ANIO-CIERRE    PIC 9(4).
                    10 BEC-MES-CIERRE     PIC 99.
                    10 BEC-PROMEDIO       PIC 99V99.
                    10 BEC-ASISTENCIA     PIC 9(3).
                05 ESPACIO-BEC        PIC XX.
       FD  ARCH-N-BEC.
           01  REG-N-BEC.
                05 BEN-NRO-ALUMNO     PIC 9(6).
                05 BEN-ANIO-CIERRE    PIC 9(4).
                05 BEN-MES-CIERRE     PIC 99.
                05 BEN-PROMEDIO       PIC 99V99.
                05 BEN-ASISTENCIA     PIC 9(3).
                05 BEN-PORCENTAJE     PIC 9(3).
                05 ESPACIO-BEN        PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-promedioMin    PIC 99V99.
                05 par-asistenMin     PIC 9(3).
                05 par-porcentajeBeca PIC 9(3).

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-leidos         PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-escritos       PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-rechazados     PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-final          PIC X.

       WORKING-STORAGE SECTION.
       77  flag                          PIC 9     VALUE 0.
       77  wss-confirma                  PIC X.
       77  wss-corrida-normal            PIC X     VALUE "N".
       77  wss-hubo-error                PIC X     VALUE "N".

      * un solo par de estados alcanza porque los archivos se
      * convierten estrictamente de a uno
       01  wss-fs-vie                    PIC X(2).
           88 wss-fs-vie-OK                        VALUE '00'.
       01  wss-fs-nue                    PIC X(2).
           88 wss-fs-nue-OK                        VALUE '00'.
       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.

      * porcentaje de descuento que reciben las becas ya otorgadas:
      * el mismo que usa PBECAS para las nuevas
       77  wss-porcentajeBeca            PIC 9(3)  VALUE 050.

      * nombres del archivo corriente y su resguardo: con el .ANT ya
      * presente el archivo no se vuelve a convertir
       77  wss-nombreViejo               PIC X(12).
       77  wss-nombreNuevo               PIC X(12).
       77  wss-nombreResg                PIC X(12).
       77  wss-ya-convertido             PIC X.
       01  wss-datosArchivo              PIC X(16).

      * el primer registro dice si el archivo todavia tiene el
      * formato viejo; cada registro que no lo tenga se rechaza
       77  wss-primer-registro           PIC X.
       77  wss-formato-nuevo             PIC X.
       77  wss-registro-valido           PIC X.

      * totales de control del archivo corriente y de la corrida
       77  wss-cont-leidos               PIC 9(7)  COMP.
       77  wss-cont-escritos             PIC 9(7)  COMP.
       77  wss-cont-rechazados           PIC 9(7)  COMP.
       77  wss-sumaVieja                 PIC 9(11) COMP.
       77  wss-sumaNueva                 PIC 9(11) COMP.
       77  wss-tot-leidos                PIC 9(7)  COMP VALUE 0.
       77  wss-tot-escritos              PIC 9(7)  COMP VALUE 0.
       77  wss-tot-rechazados            PIC 9(7)  COMP VALUE 0.
       77  wss-tot-archivos              PIC 9(3)  COMP VALUE 0.

       01  RUTINAS.
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CONTROL.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 con-nombre                 PIC X(12).
           05 FILLER                     PIC X(9)  VALUE "  LEIDOS:".
           05 con-leidos                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE "  ESCRITOS:".
           05 con-escritos               PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  RECHAZADOS:".
           05 con-rechazados             PIC ZZZZZZ9.
           05 FILLER                     PIC X(12) VALUE "  SUMA VIEJA".
           05 con-sumaVieja              PIC ZZZZZZZZZZ9.
           05 FILLER                     PIC X(12) VALUE "  SUMA NUEVA".
           05 con-sumaNueva              PIC ZZZZZZZZZZ9.

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
           DISPLAY "*** AMPLIACION DE PLANES.DAT Y BECAS.DAT ***"
           DISPLAY "La conversion es de corrida unica: cada archivo "
               "queda resguardado como .ANT y el convertido toma su "
               "lugar. Corra antes PBACKUP. CONFIRMA? (S/N)"
           ACCEPT wss-confirma
           IF wss-confirma NOT = "S" AND wss-confirma NOT = "s"
               DISPLAY "conversion cancelada, no se toco nada"
           ELSE
               PERFORM 1000-CARGAR-PARAMETROS
               PERFORM 7101-CONVERTIR-PLA
               PERFORM 7102-CONVERTIR-BEC
               DISPLAY "archivos convertidos: " wss-tot-archivos
                   "  registros: " wss-tot-escritos
               IF wss-hubo-error = "N"
                   MOVE "S" TO wss-corrida-normal
                   DISPLAY "*** CONVERSION COMPLETADA: las horas de "
                       "practicas de cada plan se cargan con el modo 4 "
                       "de PGENPLAN ***"
               ELSE
                   DISPLAY "*** CONVERSION CON ERRORES: revise los "
                       "archivos marcados antes de operar ***"
               END-IF
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * el porcentaje de la beca sale de BECAPARM.DAT si lo tiene; un
      * BECAPARM.DAT viejo sin ese campo deja el 50 de siempre
       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END
                       IF par-porcentajeBeca IS NUMERIC
                               AND par-porcentajeBeca > 0
                               AND par-porcentajeBeca <= 100
                           MOVE par-porcentajeBeca TO
                               wss-porcentajeBeca
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF
           DISPLAY "porcentaje de descuento para las becas ya "
               "otorgadas: " wss-porcentajeBeca.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCONVREG" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-tot-leidos TO est-leidos
               MOVE wss-tot-escritos TO est-escritos
               MOVE wss-tot-rechazados TO est-rechazados
               IF wss-corrida-normal = "S"
                   MOVE "N" TO est-final
               ELSE
                   MOVE "A" TO est-final
               END-IF
               WRITE REG-EST
               IF NOT wss-fs-est-OK then
                   display "error al escribir ESTADIS.DAT"
               END-IF
               CLOSE ARCH-EST
           ELSE
               DISPLAY "error al abrir ESTADIS.DAT"
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * el plan viejo queda igual, con cero horas de practicas
       7101-CONVERTIR-PLA.
           MOVE "PLANES.DAT" TO wss-nombreViejo
           MOVE "PLANES.NUE" TO wss-nombreNuevo
           MOVE "PLANES.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-PLA
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-PLA
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-PLA
               MOVE 0 TO flag
               READ ARCH-V-PLA AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF (PLAN-ACTIVO OR PLAN-INACTIVO)
                           AND ESPACIO-PLA = SPACE
                       MOVE "S" TO wss-registro-valido
                   ELSE
                       MOVE "N" TO wss-registro-valido
                   END-IF
                   PERFORM 8100-CONTROLAR-FORMATO
                   IF wss-formato-nuevo = "S"
                       MOVE 1 TO flag
                   ELSE
                       IF wss-registro-valido = "S"
                           MOVE PLA-CODIGO  TO PLN-CODIGO
                           MOVE PLA-DESCRIP TO PLN-DESCRIP
                           MOVE PLA-ESTADO  TO PLN-ESTADO
                           MOVE 0           TO PLN-HORAS-PRACTICA
                           MOVE SPACE       TO ESPACIO-PLN
                           WRITE REG-N-PLA
                           IF NOT wss-fs-nue-OK
                               DISPLAY "error al escribir "
                                   wss-nombreNuevo
                               MOVE 1 TO flag
                               MOVE "S" TO wss-hubo-error
                           ELSE
                               ADD 1 TO wss-cont-escritos
                           END-IF
                       END-IF
                       IF flag = 0
                           READ ARCH-V-PLA AT END MOVE 1 TO flag
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-PLA
               CLOSE ARCH-N-PLA
               IF wss-formato-nuevo = "S"
                   PERFORM 8450-INFORMAR-FORMATO-NUEVO
               ELSE
                   PERFORM 8200-VERIFICAR-Y-RENOMBRAR
               END-IF
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * la beca ya otorgada queda igual, con el porcentaje de
      * descuento que fija hoy el parametro
       7102-CONVERTIR-BEC.
           MOVE "BECAS.DAT" TO wss-nombreViejo
           MOVE "BECAS.NUE" TO wss-nombreNuevo
           MOVE "BECAS.ANT" TO wss-nombreResg
           PERFORM 8000-INICIAR-TOTALES
           PERFORM 8300-VERIFICAR-RESGUARDO
           OPEN INPUT ARCH-V-BEC
           IF wss-ya-convertido = "S" OR NOT wss-fs-vie-OK
               CLOSE ARCH-V-BEC
               PERFORM 8400-INFORMAR-SALTEADO
           ELSE
               OPEN OUTPUT ARCH-N-BEC
               MOVE 0 TO flag
               READ ARCH-V-BEC AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   IF BEC-DATOS IS NUMERIC
                           AND ESPACIO-BEC = SPACES
                       MOVE "S" TO wss-registro-valido
                       ADD BEC-NRO-ALUMNO TO wss-sumaVieja
                   ELSE
                       MOVE "N" TO wss-registro-valido
                   END-IF
                   PERFORM 8100-CONTROLAR-FORMATO
                   IF wss-formato-nuevo = "S"
                       MOVE 1 TO flag
                   ELSE
                       IF wss-registro-valido = "S"
                           MOVE BEC-NRO-ALUMNO  TO BEN-NRO-ALUMNO
                           MOVE BEC-ANIO-CIERRE TO BEN-ANIO-CIERRE
                           MOVE BEC-MES-CIERRE  TO BEN-MES-CIERRE
                           MOVE BEC-PROMEDIO    TO BEN-PROMEDIO
                           MOVE BEC-ASISTENCIA  TO BEN-ASISTENCIA
                           MOVE wss-porcentajeBeca TO BEN-PORCENTAJE
                           MOVE SPACES          TO ESPACIO-BEN
                           WRITE REG-N-BEC
                           IF NOT wss-fs-nue-OK
                               DISPLAY "error al escribir "
                                   wss-nombreNuevo
                               MOVE 1 TO flag
                               MOVE "S" TO wss-hubo-error
                           ELSE
                               ADD 1 TO wss-cont-escritos
                               ADD BEN-NRO-ALUMNO TO wss-sumaNueva
                           END-IF
                       END-IF
                       IF flag = 0
                           READ ARCH-V-BEC AT END MOVE 1 TO flag
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCH-V-BEC
               CLOSE ARCH-N-BEC
               IF wss-formato-nuevo = "S"
                   PERFORM 8450-INFORMAR-FORMATO-NUEVO
               ELSE
                   PERFORM 8200-VERIFICAR-Y-RENOMBRAR
               END-IF
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       8000-INICIAR-TOTALES.
           MOVE 0 TO wss-cont-leidos
           MOVE 0 TO wss-cont-escritos
           MOVE 0 TO wss-cont-rechazados
           MOVE 0 TO wss-sumaVieja
           MOVE 0 TO wss-sumaNueva
           MOVE "S" TO wss-primer-registro
           MOVE "N" TO wss-formato-nuevo.

      *-----------------------------------------------------------------

      * si ya el primer registro no tiene el formato viejo el archivo
      * se da por convertido; un registro invalido mas adelante es un
      * archivo mezclado o danado y se cuenta como rechazado
       8100-CONTROLAR-FORMATO.
           IF wss-registro-valido = "N"
               IF wss-primer-registro = "S"
                   MOVE "S" TO wss-formato-nuevo
               ELSE
                   ADD 1 TO wss-cont-rechazados
               END-IF
           END-IF
           MOVE "N" TO wss-primer-registro.

      *-----------------------------------------------------------------

      * con los totales calzados el archivo viejo pasa a .ANT y el
      * convertido toma el nombre definitivo; si no calzan no se
      * toca nada y la conversion queda marcada con error
       8200-VERIFICAR-Y-RENOMBRAR.
           MOVE wss-nombreViejo TO con-nombre
           MOVE wss-cont-leidos TO con-leidos
           MOVE wss-cont-escritos TO con-escritos
           MOVE wss-cont-rechazados TO con-rechazados
           MOVE wss-sumaVieja TO con-sumaVieja
           MOVE wss-sumaNueva TO con-sumaNueva
           DISPLAY LINEA-CONTROL
           IF wss-cont-leidos = wss-cont-escritos
                   AND wss-cont-rechazados = 0
                   AND wss-sumaVieja = wss-sumaNueva
      * primero el resguardo: si el viejo no pudo pasar a .ANT el
      * archivo vivo no se toca
               CALL "CBL_RENAME_FILE" USING wss-nombreViejo
                                            wss-nombreResg
               IF RETURN-CODE NOT = 0
                   DISPLAY "  no se pudo resguardar " wss-nombreViejo
                       " como " wss-nombreResg "; el archivo queda "
                       "sin reemplazar, haga el cambio a mano"
                   MOVE "S" TO wss-hubo-error
               ELSE
                   CALL "CBL_RENAME_FILE" USING wss-nombreNuevo
                                                wss-nombreViejo
                   IF RETURN-CODE NOT = 0
                       DISPLAY "  no se pudo renombrar "
                           wss-nombreNuevo ", hagalo a mano antes "
                           "de operar"
                       MOVE "S" TO wss-hubo-error
                   END-IF
               END-IF
               ADD 1 TO wss-tot-archivos
               ADD wss-cont-leidos TO wss-tot-leidos
               ADD wss-cont-escritos TO wss-tot-escritos
           ELSE
               DISPLAY "  LOS TOTALES NO CALZAN, el archivo "
                   wss-nombreViejo " queda sin convertir: tiene "
                   "registros que no son del formato viejo"
               ADD wss-cont-leidos TO wss-tot-leidos
               ADD wss-cont-rechazados TO wss-tot-rechazados
               MOVE "S" TO wss-hubo-error
           END-IF.

      *-----------------------------------------------------------------

      * con el resguardo .ANT ya en el disco la conversion de ese
      * archivo ya corrio: se saltea para no pisar el unico resguardo
       8300-VERIFICAR-RESGUARDO.
           MOVE "N" TO wss-ya-convertido
           CALL "CBL_CHECK_FILE_EXIST" USING wss-nombreResg
                                             wss-datosArchivo
           IF RETURN-CODE = 0
               MOVE "S" TO wss-ya-convertido
           END-IF.

      *-----------------------------------------------------------------

       8400-INFORMAR-SALTEADO.
           IF wss-ya-convertido = "S"
               DISPLAY "  " wss-nombreViejo " ya fue convertido "
                   "(existe " wss-nombreResg "), se saltea"
           ELSE
               DISPLAY "  " wss-nombreViejo " no existe, se saltea"
           END-IF.

      *-----------------------------------------------------------------

      * el archivo ya venia con el formato nuevo (grabado por los
      * programas actuales o por PMIGRNUM): el .NUE vacio se descarta
       8450-INFORMAR-FORMATO-NUEVO.
           DISPLAY "  " wss-nombreViejo " ya tiene el formato "
               "nuevo, se saltea"
           CALL "CBL_DELETE_FILE" USING wss-nombreNuevo.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PCONVREG" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCONVREG.
