      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Maestro de esquemas de evaluacion "EVALESQ.DAT": para
      *    cada materia de MATERIA.dat define hasta ocho instrumentos
      *    (parciales, trabajos practicos, recuperatorios y final)
      *    con su codigo, su peso en la nota de cursada, la nota
      *    minima que exige y si es obligatorio aprobarlo. Cada
      *    recuperatorio indica que parcial reemplaza y no pesa por
      *    si mismo; los pesos del resto tienen que sumar 100. Las
      *    notas de cada instrumento se cargan con PGENINST y la
      *    nota de cursada la calcula y la pasa a NOTAS.DAT el
      *    proceso PCALCURS. Volver a cargar el esquema de una
      *    materia lo reemplaza entero; cada carga queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENEVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ESQ         ASSIGN TO "EVALESQ.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-esq.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ESQ.
           01  REG-ESQ.
                05 ESQ-NRO-MATERIA    PIC 99.
                05 ESQ-CANT-INSTR     PIC 9.
                05 ESQ-INSTRUMENTOS   OCCURS 8 TIMES.
                    10 ESQ-CODIGO     PIC X(2).
                    10 ESQ-DESCRIP    PIC X(15).
                    10 ESQ-TIPO       PIC X.
                        88 ESQ-PARCIAL          VALUE "P".
                        88 ESQ-PRACTICO         VALUE "T".
                        88 ESQ-RECUPERATORIO    VALUE "R".
                        88 ESQ-FINAL            VALUE "F".
                    10 ESQ-PESO       PIC 9(3).
                    10 ESQ-REEMPLAZA  PIC X(2).
                    10 ESQ-NOTA-MIN   PIC 99V99.
                    10 ESQ-OBLIGATORIO PIC X.
                05 ESQ-FECHA-ALTA     PIC 9(8).
                05 ESPACIO-ESQ        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-usuario        PIC X(20).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-clave          PIC X(20).

       FD  ARCH-SES.
           01  REG-SES.
                05 SES-USUARIO        PIC X(20).
                05 SES-ROL            PIC X.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC 9     VALUE 0.
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-existia                   PIC X     VALUE "N".
       77  wss-confirma                  PIC X.
       77  wss-materia-cancelada         PIC X     VALUE "N".
       77  wss-hay-parcial               PIC X     VALUE "N".

       01  wss-fs-esq                    PIC X(2).
           88 wss-fs-esq-OK                        VALUE '00'.
           88 wss-fs-esq-NOEXISTE                  VALUE '05'.
           88 wss-fs-esq-OCUPADO                   VALUE '61' '93'
                                                         '94' '99'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       77  wss-nroMateria                PIC X(2).
       77  wss-codigo                    PIC X(2).
       77  wss-tipo                      PIC X.
       77  wss-peso                      PIC 9(3).
       77  wss-notaMin                   PIC 99V99.
       77  wss-sumaPesos                 PIC 9(4)  VALUE 0.
       77  wss-cantInstr                 PIC 9     VALUE 0.
       77  WS-IND                        PIC 9     COMP.
       77  WS-IND-2                      PIC 9     COMP.

      * el esquema que se esta cargando; se arma aparte para no pisar
      * el vigente hasta que el operador confirme
       01  WSS-ESQUEMA.
           05 wes-nroMateria             PIC 99.
           05 wes-cantInstr              PIC 9.
           05 wes-instrumentos           OCCURS 8 TIMES.
               10 wes-codigo             PIC X(2).
               10 wes-descrip            PIC X(15).
               10 wes-tipo               PIC X.
               10 wes-peso               PIC 9(3).
               10 wes-reemplaza          PIC X(2).
               10 wes-notaMin            PIC 99V99.
               10 wes-obligatorio        PIC X.
           05 wes-fechaAlta              PIC 9(8).
           05 wes-espacio                PIC XX.

       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-ESQUEMA.
           05 FILLER                     PIC X(23) VALUE
           "  ESQUEMA DE LA MATERIA".
           05 FILLER                     PIC X     VALUE SPACE.
           05 les-nroMateria             PIC 99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 les-descripcion            PIC X(20).

       01  LINEA-TITULO-INSTR.
           05 FILLER                     PIC X(60) VALUE
           "  COD DESCRIPCION     TIPO PESO REEMPL MINIMA OBLIG".

       01  LINEA-INSTRUMENTO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lin-codigo                 PIC X(2).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lin-descrip                PIC X(15).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lin-tipo                   PIC X.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lin-peso                   PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lin-reemplaza              PIC X(2).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lin-notaMin                PIC Z9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lin-obligatorio            PIC X.

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR MATERIAS
       01  AREA-DE-COMMUNICATION-MAT.
           05 DATOS-ENTRADA.
               10 OPCION-M            PIC 9.
               10 MAT-NUM-DAT-BUSCAR  PIC XX.
           05 DATOS-SALIDA.
               10 DESCRIPCION-MAT     PIC X(20).
               10 CARGA-HORARIA-MAT   PIC 9(3).
               10 COMO-TERMINO.
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
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           PERFORM 1000-INGRESAR-MATERIA
           IF wss-materia-cancelada = "N"
               PERFORM 1500-BUSCAR-ESQUEMA-VIGENTE
               EVALUATE wss-modo
                   WHEN 1
                       PERFORM 2000-MODO-CARGAR-ESQUEMA
                   WHEN 2
                       IF wss-existia = "S"
                           PERFORM 4000-MOSTRAR-ESQUEMA
                       ELSE
                           DISPLAY "la materia " wss-nroMateria
                               " no tiene esquema de evaluacion"
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
               DISPLAY "1-CARGAR O REEMPLAZAR EL ESQUEMA DE UNA MATERIA"
               DISPLAY "2-CONSULTAR EL ESQUEMA DE UNA MATERIA"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-INGRESAR-MATERIA.
           MOVE "N" TO wss-dato-valido
           MOVE "N" TO wss-materia-cancelada
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL NUMERO DE MATERIA (FF PARA "
                   "CANCELAR)"
               ACCEPT wss-nroMateria
               IF wss-nroMateria = "FF"
                   MOVE "S" TO wss-materia-cancelada
                   MOVE "S" TO wss-dato-valido
               ELSE
                   INITIALIZE AREA-DE-COMMUNICATION-MAT
                   MOVE 4 TO OPCION-M
                   MOVE wss-nroMateria TO MAT-NUM-DAT-BUSCAR
                   CALL Rmate USING AREA-DE-COMMUNICATION-MAT
                   IF retorn-num-m = 0
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "la materia ingresada no existe o esta "
                           "inactiva, reingrese"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * deja en WSS-ESQUEMA el esquema vigente de la materia, si lo
      * tiene
       1500-BUSCAR-ESQUEMA-VIGENTE.
           MOVE "N" TO wss-existia
           INITIALIZE WSS-ESQUEMA
           OPEN INPUT ARCH-ESQ
           IF wss-fs-esq-OK
               MOVE 0 TO flag
               READ ARCH-ESQ AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF ESQ-NRO-MATERIA = wss-nroMateria
                       MOVE "S" TO wss-existia
                       MOVE REG-ESQ TO WSS-ESQUEMA
                       MOVE 1 TO flag
                   ELSE
                       READ ARCH-ESQ AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ARCH-ESQ
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * el esquema se tipea entero; se graba solo si los pesos suman
      * 100 y el operador lo confirma
       2000-MODO-CARGAR-ESQUEMA.
           IF wss-existia = "S"
               DISPLAY "ESQUEMA VIGENTE (se reemplaza entero):"
               PERFORM 4000-MOSTRAR-ESQUEMA
           END-IF
           INITIALIZE WSS-ESQUEMA
           MOVE wss-nroMateria TO wes-nroMateria
           MOVE 0 TO wss-cantInstr
           MOVE SPACES TO wss-codigo
           PERFORM 2100-INGRESAR-UN-INSTRUMENTO
               UNTIL wss-codigo = "FF" OR wss-cantInstr = 8
           MOVE wss-cantInstr TO wes-cantInstr
           MOVE 0 TO wss-sumaPesos
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cantInstr
               ADD wes-peso(WS-IND) TO wss-sumaPesos
           END-PERFORM
           EVALUATE TRUE
               WHEN wss-cantInstr = 0
                   DISPLAY "el esquema no tiene instrumentos, no se "
                       "graba"
               WHEN wss-sumaPesos NOT = 100
                   DISPLAY "los pesos suman " wss-sumaPesos " y deben "
                       "sumar 100, el esquema no se graba"
               WHEN OTHER
                   PERFORM 4000-MOSTRAR-ESQUEMA
                   DISPLAY "CONFIRMA EL ESQUEMA? (S/N)"
                   ACCEPT wss-confirma
                   IF wss-confirma = "S" OR wss-confirma = "s"
                       ACCEPT wes-fechaAlta FROM DATE YYYYMMDD
                       MOVE SPACES TO wes-espacio
                       PERFORM 3000-GRABAR-ESQUEMA
                   ELSE
                       DISPLAY "carga cancelada, el esquema no se "
                           "grabo"
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * el codigo no se repite; el recuperatorio tiene que nombrar un
      * parcial ya cargado y no lleva peso propio
       2100-INGRESAR-UN-INSTRUMENTO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CODIGO DEL INSTRUMENTO (2 "
                   "caracteres, ej: P1, TP, R1, FI; FF PARA TERMINAR)"
               ACCEPT wss-codigo
               MOVE "N" TO wss-encontro
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cantInstr
                   IF wes-codigo(WS-IND) = wss-codigo
                       MOVE "S" TO wss-encontro
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN wss-codigo = "FF"
                       MOVE "S" TO wss-dato-valido
                   WHEN wss-codigo = SPACES
                       DISPLAY "error el codigo no puede quedar en "
                           "blanco"
                   WHEN wss-encontro = "S"
                       DISPLAY "error el codigo ya esta en el esquema"
                   WHEN OTHER
                       MOVE "S" TO wss-dato-valido
               END-EVALUATE
           END-PERFORM
           IF wss-codigo NOT = "FF"
               ADD 1 TO wss-cantInstr
               MOVE wss-codigo TO wes-codigo(wss-cantInstr)
               DISPLAY "INGRESE LA DESCRIPCION (15 caracteres)"
               ACCEPT wes-descrip(wss-cantInstr)
               PERFORM 2200-INGRESAR-TIPO
               IF wss-tipo = "R"
                   PERFORM 2300-INGRESAR-REEMPLAZO
                   MOVE 0 TO wes-peso(wss-cantInstr)
               ELSE
                   MOVE SPACES TO wes-reemplaza(wss-cantInstr)
                   PERFORM 2400-INGRESAR-PESO
               END-IF
               PERFORM 2500-INGRESAR-MINIMO-Y-OBLIGATORIO
           END-IF.

      *-----------------------------------------------------------------

       2200-INGRESAR-TIPO.
           MOVE "N" TO wss-hay-parcial
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= wss-cantInstr
               IF wes-tipo(WS-IND) = "P"
                   MOVE "S" TO wss-hay-parcial
               END-IF
           END-PERFORM
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL TIPO (P=parcial, T=trabajo "
                   "practico, R=recuperatorio, F=final)"
               ACCEPT wss-tipo
               EVALUATE TRUE
                   WHEN wss-tipo = "R" AND wss-hay-parcial = "N"
                       DISPLAY "error el recuperatorio va despues del "
                           "parcial que reemplaza"
                   WHEN wss-tipo = "P" OR wss-tipo = "T"
                           OR wss-tipo = "R" OR wss-tipo = "F"
                       MOVE "S" TO wss-dato-valido
                   WHEN OTHER
                       DISPLAY "error tipo invalido"
               END-EVALUATE
           END-PERFORM
           MOVE wss-tipo TO wes-tipo(wss-cantInstr).

      *-----------------------------------------------------------------

       2300-INGRESAR-REEMPLAZO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CODIGO DEL PARCIAL QUE REEMPLAZA"
               ACCEPT wes-reemplaza(wss-cantInstr)
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND >= wss-cantInstr
                   IF wes-codigo(WS-IND) = wes-reemplaza(wss-cantInstr)
                           AND wes-tipo(WS-IND) = "P"
                       MOVE "S" TO wss-dato-valido
                   END-IF
               END-PERFORM
               IF wss-dato-valido = "N"
                   DISPLAY "error no hay un parcial cargado con ese "
                       "codigo"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2400-INGRESAR-PESO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL PESO EN LA NOTA DE CURSADA (1 a "
                   "100, los pesos del esquema suman 100)"
               ACCEPT wss-peso
               IF wss-peso IS NUMERIC AND wss-peso >= 1
                       AND wss-peso <= 100
                   MOVE wss-peso TO wes-peso(wss-cantInstr)
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el peso va de 1 a 100"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2500-INGRESAR-MINIMO-Y-OBLIGATORIO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA NOTA MINIMA DEL INSTRUMENTO (4 "
                   "digitos, ej: 0400 para 4.00)"
               ACCEPT wss-notaMin
               IF wss-notaMin IS NUMERIC AND wss-notaMin <= 10
                   MOVE wss-notaMin TO wes-notaMin(wss-cantInstr)
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error la nota debe estar entre 00.00 y "
                       "10.00"
               END-IF
           END-PERFORM
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "ES OBLIGATORIO APROBARLO? (S/N)"
               ACCEPT wes-obligatorio(wss-cantInstr)
               IF wes-obligatorio(wss-cantInstr) = "S"
                       OR wes-obligatorio(wss-cantInstr) = "N"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error responda S o N"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * si la materia ya tenia esquema se regraba en su lugar; si no
      * se agrega al final
       3000-GRABAR-ESQUEMA.
           IF wss-existia = "S"
               OPEN I-O ARCH-ESQ
               IF wss-fs-esq-OCUPADO
                   PERFORM 8910-REINTENTAR-APERTURA-IO
               END-IF
               IF NOT wss-fs-esq-OK
                   DISPLAY "error al abrir EVALESQ.DAT, el esquema no "
                       "se grabo"
                   PERFORM 5000-CERRAR-PROGRAMA
               END-IF
               MOVE 0 TO flag
               MOVE "N" TO wss-encontro
               READ ARCH-ESQ AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro = "S"
                   IF ESQ-NRO-MATERIA = wss-nroMateria
                       MOVE "S" TO wss-encontro
                   ELSE
                       READ ARCH-ESQ AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               MOVE 0 TO flag
               REWRITE REG-ESQ FROM WSS-ESQUEMA
           ELSE
               OPEN EXTEND ARCH-ESQ
               IF wss-fs-esq-OCUPADO
                   PERFORM 8900-REINTENTAR-APERTURA
               END-IF
               IF NOT wss-fs-esq-OK AND NOT wss-fs-esq-NOEXISTE
                   DISPLAY "error al abrir EVALESQ.DAT, el esquema no "
                       "se grabo"
                   PERFORM 5000-CERRAR-PROGRAMA
               END-IF
               WRITE REG-ESQ FROM WSS-ESQUEMA
           END-IF
           IF NOT wss-fs-esq-OK then
               display "error al  escribir el archivo"
           ELSE
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "ESQUEMA/"     DELIMITED BY SIZE
                   wss-nroMateria    DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               DISPLAY "esquema de la materia " wss-nroMateria
                   " grabado con " wes-cantInstr " instrumento/s"
           END-IF
           CLOSE ARCH-ESQ.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando cargo el esquema
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENEVAL" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       4000-MOSTRAR-ESQUEMA.
           MOVE wes-nroMateria  TO les-nroMateria
           MOVE DESCRIPCION-MAT TO les-descripcion
           DISPLAY LINEA-ESQUEMA
           DISPLAY LINEA-TITULO-INSTR
           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > wes-cantInstr
               MOVE wes-codigo(WS-IND-2)      TO lin-codigo
               MOVE wes-descrip(WS-IND-2)     TO lin-descrip
               MOVE wes-tipo(WS-IND-2)        TO lin-tipo
               MOVE wes-peso(WS-IND-2)        TO lin-peso
               MOVE wes-reemplaza(WS-IND-2)   TO lin-reemplaza
               MOVE wes-notaMin(WS-IND-2)     TO lin-notaMin
               MOVE wes-obligatorio(WS-IND-2) TO lin-obligatorio
               DISPLAY LINEA-INSTRUMENTO
           END-PERFORM.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de EVALESQ.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-esq-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "EVALESQ.DAT esta en uso por otro operador "
                   "(estado " wss-fs-esq "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-ESQ
           END-PERFORM.

      *-----------------------------------------------------------------

       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-esq-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "EVALESQ.DAT esta en uso por otro operador "
                   "(estado " wss-fs-esq "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-ESQ
           END-PERFORM.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
      * hay sesion (corrida por fuera del menu) vale la variable USER
       8800-OBTENER-USUARIO-SESION.
           IF wss-sesion-leida = "N"
               MOVE "S" TO wss-sesion-leida
               OPEN INPUT ARCH-SES
               IF wss-fs-ses-OK
                   READ ARCH-SES AT END CONTINUE
                       NOT AT END
                           MOVE SES-USUARIO TO wss-usuario-sesion
                           MOVE SES-ROL     TO wss-rol-sesion
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENEVAL" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENEVAL.
