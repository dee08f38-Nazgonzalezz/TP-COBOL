      *    de cada periodo, el promedio general, la nacionalidad y la
      *    fecha de ingreso de ALUMNOS.DAT, con encabezado, fecha de
      *    emision formateada por RUTFECHH y leyenda de cierre, todo
      *    grabado en CERTIF.DAT. Cada analitico emitido queda en el
      *    registro de certificados CERTREG.DAT con un numero de
      *    serie con digito verificador (modulo 11), el alumno, la
      *    fecha, el operador de SESION.DAT, el promedio impreso y
      *    la huella del contenido que calcula RUTCLAVE; la serie y
      *    un codigo de verificacion salen al pie del certificado
      *    para que PVERCERT confirme su autenticidad. La
      *    reimpresion lleva serie nueva enlazada a la original.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-equ.

       SELECT OPTIONAL ARCH-CRT         ASSIGN TO "CERTREG.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-crt.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ALU.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-PLAN             VALUE "P".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".

       FD  ARCH-PLM.
           01  REG-PLM.
                05 EQU-FECHA          PIC 9(8).
                05 ESPACIO-EQU        PIC XX.

       FD  ARCH-CRT.
           01  REG-CRT.
                05 CRT-SERIE          PIC 9(7).
                05 CRT-NRO-ALUMNO     PIC 9(6).
                05 CRT-FECHA          PIC 9(8).
                05 CRT-HORA           PIC 9(6).
                05 CRT-USUARIO        PIC X(20).
                05 CRT-PROMEDIO       PIC 99V99.
                05 CRT-CANT-NOTAS     PIC 9(3).
                05 CRT-HUELLA         PIC 9(10).
                05 CRT-CODIGO         PIC 9(6).
                05 CRT-SERIE-ORIGINAL PIC 9(7).
                05 CRT-ESTADO         PIC X.
                    88 CERTIFICADO-VIGENTE    VALUE "V".
                    88 CERTIFICADO-ANULADO    VALUE "A".
                05 CRT-FECHA-ANUL     PIC 9(8).
                05 CRT-USUARIO-ANUL   PIC X(20).
                05 CRT-MOTIVO-ANUL    PIC X(30).
                05 ESPACIO-CRT        PIC XX.

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
      * sesion (corrida por fuera del menu) el registro usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC X     VALUE "N".
       77  wss-alumno-hallado            PIC X     VALUE "N".
       77  wss-nroAlumno                 PIC X(6).
       77  wss-acu                       PIC 9(5)V99 COMP VALUE 0.
       77  wss-cont                      PIC 9(3)  COMP VALUE 0.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rnaci                      PIC X(8)  VALUE "RLEENACI".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      * asignaciones docente/materia para nombrar en el certificado
      * al docente responsable (la asignacion mas reciente)
           05 ret-saldoDeuda             PIC ZZZZZ9.99.


      * registro de certificados: serie de 6 digitos mas el digito
      * verificador modulo 11 (pesos 2 a 7 desde la derecha; resto
      * 0 da 0 y resto 1 da 9), y codigo de verificacion que sale de
      * amasar con RUTCLAVE la serie, el alumno, la fecha y la
      * huella del contenido del certificado
       01  wss-fs-crt                 PIC X(2).
           88 wss-fs-crt-OK                     VALUE '00'.
           88 wss-fs-crt-NOEXISTE               VALUE '05'.
           88 wss-fs-crt-EOF                    VALUE '10'.
       01  wss-fs-aud                 PIC X(2).
           88 wss-fs-aud-OK                     VALUE '00'.
           88 wss-fs-aud-NOEXISTE               VALUE '05'.
       77  wss-serieIngresada         PIC X(7).
       77  wss-serieOriginal          PIC 9(7)  VALUE 0.
       77  wss-serie-valida           PIC X.
       77  wss-encontro               PIC X.
       77  wss-ultimaSecuencia        PIC 9(6)  VALUE 0.
       01  wss-secuencia              PIC 9(6).
       01  FILLER REDEFINES wss-secuencia.
           05 wss-digitoSec           PIC 9     OCCURS 6 TIMES.
       77  wss-digitoVerif            PIC 9.
       77  wss-serieNueva             PIC 9(7).
       77  wss-sumaPonderada          PIC 9(4)  COMP.
       77  wss-peso                   PIC 9     COMP.
       77  wss-restoDv                PIC 99    COMP.
       77  wss-cociente               PIC 9(10) COMP.
       77  WS-IND-DIG                 PIC 9     COMP.
       77  wss-huellaCert             PIC 9(10) VALUE 0.
       77  wss-codigoVerif            PIC 9(6).
       01  wss-datosCodigo.
           05 wdc-serie               PIC 9(7).
           05 wdc-nroAlumno           PIC 9(6).
           05 wdc-fecha               PIC 9(8).
           05 wdc-huella              PIC 9(10).

       01  LINEA-SERIE.
           05 FILLER                     PIC X(9)  VALUE "  SERIE: ".
           05 cer-serieSec               PIC 9(6).
           05 FILLER                     PIC X     VALUE "-".
           05 cer-serieDv                PIC 9.
           05 FILLER                     PIC X(28) VALUE
           "   CODIGO DE VERIFICACION: ".
           05 cer-codigoVerif            PIC 9(6).

       01  LINEA-REIMPRESION.
           05 FILLER                     PIC X(36) VALUE
           "  REIMPRESION DEL CERTIFICADO SERIE ".
           05 cer-serieOrigSec           PIC 9(6).
           05 FILLER                     PIC X     VALUE "-".
           05 cer-serieOrigDv            PIC 9.

       01  LINEA-DATOS-ALU.
           05 FILLER                     PIC X(10) VALUE "  ALUMNO: ".
           05 cer-nroAlumno              PIC X(6).
                   15 retorn-num-d    PIC 9(3).
                   15 retorn-txt-d    PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE CLAVES (HUELLA)
       01  AREA-DE-COMMUNICATION-CLA.
           05 DATOS-ENTRADA.
               10 OPCION-C        PIC 9.
               10 CLAVE-ENTRADA   PIC X(10).
           05 DATOS-SALIDA.
               10 CLAVE-HUELLA    PIC X(10).
               10 COMO-TERMINO.
                   15 retorn-num-c PIC 9(3).
                   15 retorn-txt-c PIC X(30).
           05 DATOS-LINEA.
               10 LINEA-ENTRADA   PIC X(90).
               10 HUELLA-LINEA    PIC 9(10).

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
           PERFORM 1000-INGRESAR-NRO-ALUMNO
           PERFORM 2000-BUSCAR-DATOS-DEL-ALUMNO
           IF wss-alumno-hallado = "S"
               IF wss-cuotas-impagas > 0
                   PERFORM 2600-EMITIR-AVISO-RETENCION
               ELSE
                   PERFORM 2800-INGRESAR-REIMPRESION
                   PERFORM 3000-CARGAR-VEC-DE-RUTINAS
                   PERFORM 4000-CARGAR-NOTAS-DEL-ALUMNO
                   PERFORM 5000-EMITIR-CERTIFICADO
                   PERFORM 5500-REGISTRAR-CERTIFICADO
               END-IF
               END-IF
           END-IF
               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
               MOVE wss-fechaHoy(1:6) TO wss-periodoActual
               PERFORM UNTIL flag = "S"
      *            lo refinanciado en un plan de pagos no es deuda y
      *            la cuota del plan que todavia no vencio tampoco
                   IF CUO-NRO-ALUMNO = wss-nroAlumno
                           AND CUO-PAGADO < CUO-IMPORTE
                           AND CUOTA-VIGENTE
                           AND (NOT CUOTA-PLAN
                               OR CUO-ANIO * 100 + CUO-MES <
                                   wss-periodoActual)
                       ADD 1 TO wss-cuotas-impagas
                       COMPUTE wss-saldo-deuda = wss-saldo-deuda
                           + CUO-IMPORTE - CUO-PAGADO
               wss-cuotas-impagas " cuotas impagas, el certificado "
               "queda retenido por deuda".

      *-----------------------------------------------------------------

      * la reimpresion se enlaza a la serie original, que tiene que
      * existir, ser del mismo alumno y no estar anulada; en blanco
      * es una emision nueva
       2800-INGRESAR-REIMPRESION.
           MOVE "N" TO wss-serie-valida
           PERFORM UNTIL wss-serie-valida = "S"
               DISPLAY "SI ES REIMPRESION INGRESE LA SERIE DEL "
                   "CERTIFICADO ORIGINAL (7 digitos, en blanco si es "
                   "emision nueva)"
               MOVE SPACES TO wss-serieIngresada
               ACCEPT wss-serieIngresada
               IF wss-serieIngresada = SPACES
                   MOVE 0 TO wss-serieOriginal
                   MOVE "S" TO wss-serie-valida
               ELSE
                   IF wss-serieIngresada IS NUMERIC
                       MOVE wss-serieIngresada TO wss-serieOriginal
                       PERFORM 2850-VALIDAR-SERIE-ORIGINAL
                   ELSE
                       DISPLAY "error ingreso una serie invalida"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2850-VALIDAR-SERIE-ORIGINAL.
           MOVE "N" TO wss-encontro
           OPEN INPUT ARCH-CRT
           IF wss-fs-crt-OK
               MOVE "N" TO flag
               READ ARCH-CRT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S" OR wss-encontro = "S"
                   IF CRT-SERIE = wss-serieOriginal
                       MOVE "S" TO wss-encontro
                   ELSE
                       READ ARCH-CRT AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN wss-encontro = "N"
                   DISPLAY "la serie " wss-serieOriginal " no figura "
                       "en CERTREG.DAT"
               WHEN CRT-NRO-ALUMNO NOT = wss-nroAlumno
                   DISPLAY "la serie " wss-serieOriginal " es de "
                       "otro alumno (" CRT-NRO-ALUMNO ")"
               WHEN CERTIFICADO-ANULADO
                   DISPLAY "la serie " wss-serieOriginal " fue "
                       "anulada el " CRT-FECHA-ANUL ", emita uno nuevo"
               WHEN OTHER
                   MOVE "S" TO wss-serie-valida
           END-EVALUATE
           CLOSE ARCH-CRT
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3000-CARGAR-VEC-DE-RUTINAS.
           WRITE REG-CERT FROM
               "          FIRMA Y SELLO DE LA INSTITUCION".

      *-----------------------------------------------------------------

      * registra la emision: huella del certificado ya grabado,
      * serie siguiente a la ultima de CERTREG.DAT, codigo de
      * verificacion al pie de CERTIF.DAT y constancia en AUDIT.LOG
       5500-REGISTRAR-CERTIFICADO.
           PERFORM 5510-CALCULAR-HUELLA
           PERFORM 5520-OBTENER-SERIE-NUEVA
           PERFORM 5530-CALCULAR-CODIGO
           PERFORM 5540-ESCRIBIR-SERIE-AL-PIE
           PERFORM 5550-GRABAR-REGISTRO
           PERFORM 5560-AUDITAR-EMISION
           DISPLAY "certificado registrado con serie " cer-serieSec
               "-" cer-serieDv " codigo " cer-codigoVerif.

      *-----------------------------------------------------------------

      * relee CERTIF.DAT y amasa linea por linea su contenido
       5510-CALCULAR-HUELLA.
           MOVE 0 TO wss-huellaCert
           OPEN INPUT ARCH-CERT
           IF NOT wss-fs-cer-OK then
               display "error al releer CERTIF.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           READ ARCH-CERT AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               INITIALIZE AREA-DE-COMMUNICATION-CLA
               MOVE 2 TO OPCION-C
               MOVE REG-CERT TO LINEA-ENTRADA
               MOVE wss-huellaCert TO HUELLA-LINEA
               CALL Rclave USING AREA-DE-COMMUNICATION-CLA
               MOVE HUELLA-LINEA TO wss-huellaCert
               READ ARCH-CERT AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CERT
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       5520-OBTENER-SERIE-NUEVA.
           MOVE 0 TO wss-ultimaSecuencia
           OPEN INPUT ARCH-CRT
           IF wss-fs-crt-OK
               MOVE "N" TO flag
               READ ARCH-CRT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CRT-SERIE(1:6) > wss-ultimaSecuencia
                       MOVE CRT-SERIE(1:6) TO wss-ultimaSecuencia
                   END-IF
                   READ ARCH-CRT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-CRT
           MOVE "N" TO flag
           COMPUTE wss-secuencia = wss-ultimaSecuencia + 1
           PERFORM 8500-CALCULAR-DIGITO-VERIF
           COMPUTE wss-serieNueva = wss-secuencia * 10
               + wss-digitoVerif
           MOVE wss-secuencia TO cer-serieSec
           MOVE wss-digitoVerif TO cer-serieDv.

      *-----------------------------------------------------------------

       5530-CALCULAR-CODIGO.
           MOVE wss-serieNueva TO wdc-serie
           MOVE wss-nroAlumno TO wdc-nroAlumno
           MOVE wss-fechaHoy TO wdc-fecha
           MOVE wss-huellaCert TO wdc-huella
           INITIALIZE AREA-DE-COMMUNICATION-CLA
           MOVE 2 TO OPCION-C
           MOVE wss-datosCodigo TO LINEA-ENTRADA
           MOVE 0 TO HUELLA-LINEA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA
           DIVIDE HUELLA-LINEA BY 1000000
               GIVING wss-cociente
               REMAINDER wss-codigoVerif
           MOVE wss-codigoVerif TO cer-codigoVerif.

      *-----------------------------------------------------------------

       5540-ESCRIBIR-SERIE-AL-PIE.
           OPEN EXTEND ARCH-CERT
           IF NOT wss-fs-cer-OK then
               display "error al abrir el archivo CERTIF.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-CERT FROM SPACES
           WRITE REG-CERT FROM LINEA-SERIE
           IF wss-serieOriginal > 0
               MOVE wss-serieOriginal(1:6) TO cer-serieOrigSec
               MOVE wss-serieOriginal(7:1) TO cer-serieOrigDv
               WRITE REG-CERT FROM LINEA-REIMPRESION
           END-IF
           WRITE REG-CERT FROM
               "  LA AUTENTICIDAD DE ESTE CERTIFICADO PUEDE VERIFICARSE"
           WRITE REG-CERT FROM
               "  EN SECRETARIA CON LA SERIE Y EL CODIGO."
           CLOSE ARCH-CERT.

      *-----------------------------------------------------------------

       5550-GRABAR-REGISTRO.
           INITIALIZE REG-CRT
           MOVE wss-serieNueva TO CRT-SERIE
           MOVE wss-nroAlumno TO CRT-NRO-ALUMNO
           MOVE wss-fechaHoy TO CRT-FECHA
           ACCEPT CRT-HORA FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT CRT-USUARIO FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO CRT-USUARIO
           END-IF
           IF wss-cont > 0
               MOVE wss-promNum TO CRT-PROMEDIO
           END-IF
           MOVE wss-cont-notas TO CRT-CANT-NOTAS
           MOVE wss-huellaCert TO CRT-HUELLA
           MOVE wss-codigoVerif TO CRT-CODIGO
           MOVE wss-serieOriginal TO CRT-SERIE-ORIGINAL
           MOVE "V" TO CRT-ESTADO
           OPEN EXTEND ARCH-CRT
           IF NOT wss-fs-crt-OK AND NOT wss-fs-crt-NOEXISTE then
               display "error al abrir el archivo CERTREG.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-CRT
           IF NOT wss-fs-crt-OK then
               display "error al escribir en CERTREG.DAT"
           END-IF
           CLOSE ARCH-CRT.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien emitio la serie (la
      * reimpresion va marcada con /R)
       5560-AUDITAR-EMISION.
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
           ELSE
               MOVE SPACES TO aud-clave
               IF wss-serieOriginal > 0
                   STRING "CERTIF/"       DELIMITED BY SIZE
                       wss-serieNueva     DELIMITED BY SIZE
                       "/R"               DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               ELSE
                   STRING "CERTIF/"       DELIMITED BY SIZE
                       wss-serieNueva     DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               END-IF
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE CRT-USUARIO TO aud-usuario
               MOVE "PLISCERT" TO aud-programa
               WRITE REG-AUDIT
               IF NOT wss-fs-aud-OK then
                   display "error al escribir en AUDIT.LOG"
               END-IF
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * digito verificador modulo 11 de wss-secuencia
       8500-CALCULAR-DIGITO-VERIF.
           MOVE 0 TO wss-sumaPonderada
           MOVE 2 TO wss-peso
           PERFORM VARYING WS-IND-DIG FROM 6 BY -1 UNTIL WS-IND-DIG < 1
               COMPUTE wss-sumaPonderada = wss-sumaPonderada
                   + wss-digitoSec(WS-IND-DIG) * wss-peso
               ADD 1 TO wss-peso
           END-PERFORM
           DIVIDE wss-sumaPonderada BY 11
               GIVING wss-cociente
               REMAINDER wss-restoDv
           EVALUATE wss-restoDv
               WHEN 0
                   MOVE 0 TO wss-digitoVerif
               WHEN 1
                   MOVE 9 TO wss-digitoVerif
               WHEN OTHER
                   COMPUTE wss-digitoVerif = 11 - wss-restoDv
           END-EVALUATE.

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
           MOVE "PLISCERT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

       END PROGRAM PLISCERT.
