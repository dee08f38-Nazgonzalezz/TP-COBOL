      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Consulta de autenticidad de los certificados
      *    analiticos que emite PLISCERT. El operador tipea la serie
      *    (los 7 digitos, con o sin el guion antes del digito
      *    verificador) y el codigo de verificacion impresos al pie;
      *    la serie se valida con el digito verificador modulo 11 y
      *    se busca en el registro CERTREG.DAT. Si el codigo
      *    coincide el certificado es autentico y se muestra lo que
      *    certificaba (alumno, fecha, promedio impreso, cantidad de
      *    notas, operador que lo emitio), si es reimpresion de otra
      *    serie, las reimpresiones que tuvo y si fue anulado
      *    despues. El codigo se vuelve a calcular con RUTCLAVE sobre
      *    el registro para detectar un registro adulterado. Modo 1
      *    verifica; modo 2 anula un certificado con su motivo, solo
      *    el supervisor, y queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 2 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVERCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CRT         ASSIGN TO "CERTREG.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-crt.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO        PIC X(6).
                05 ALU-NOMBRE            PIC X(23).
                05 ALU-NRO-PAIS          PIC X(3).
                05 ALU-PLAN              PIC X.
                05 ALU-FECHA-INGRESO     PIC 9(8).
                05 ALU-ESTADO            PIC X.
                05 ALU-FECHA-ESTADO      PIC X(8).
                05 ALU-SEDE              PIC X(2).
                05 ALU-TURNO             PIC X.

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

       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-encontro                  PIC X.
       77  wss-anulo                     PIC X.

       01  wss-fs-crt                    PIC X(2).
           88 wss-fs-crt-OK                        VALUE '00'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * serie tipeada: 7 digitos o 6 digitos, guion y verificador
       77  wss-serieIngresada            PIC X(8).
       01  wss-serieArmada.
           05 wss-serieArmSec            PIC X(6).
           05 wss-serieArmDv             PIC X.
       01  wss-serie                     PIC 9(7).
       01  FILLER REDEFINES wss-serie.
           05 wss-serieSec               PIC 9(6).
           05 wss-serieDv                PIC 9.
       77  wss-serie-valida              PIC X.
       77  wss-codigoIngresado           PIC X(6).
       77  wss-codigo                    PIC 9(6).
       77  wss-motivoAnul                PIC X(30).
       77  wss-nombreAlu                 PIC X(23).
       77  wss-cont-reimpresiones        PIC 9(3)  COMP.

      * digito verificador modulo 11, el mismo calculo de PLISCERT
       01  wss-secuencia                 PIC 9(6).
       01  FILLER REDEFINES wss-secuencia.
           05 wss-digitoSec              PIC 9     OCCURS 6 TIMES.
       77  wss-digitoVerif               PIC 9.
       77  wss-sumaPonderada             PIC 9(4)  COMP.
       77  wss-peso                      PIC 9     COMP.
       77  wss-restoDv                   PIC 99    COMP.
       77  wss-cociente                  PIC 9(10) COMP.
       77  WS-IND-DIG                    PIC 9     COMP.

      * codigo de verificacion recalculado sobre el registro
       77  wss-codigoCalculado           PIC 9(6).
       01  wss-datosCodigo.
           05 wdc-serie                  PIC 9(7).
           05 wdc-nroAlumno              PIC 9(6).
           05 wdc-fecha                  PIC 9(8).
           05 wdc-huella                 PIC 9(10).

       01  RUTINAS.
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-AUTENTICO.
           05 FILLER                     PIC X(9)  VALUE "  SERIE  ".
           05 lau-serieSec               PIC 9(6).
           05 FILLER                     PIC X     VALUE "-".
           05 lau-serieDv                PIC 9.
           05 FILLER                     PIC X(10) VALUE "  ALUMNO  ".
           05 lau-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lau-nombre                 PIC X(23).

       01  LINEA-CONTENIDO.
           05 FILLER                     PIC X(11) VALUE
           "  EMITIDO  ".
           05 lco-fecha                  PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lco-hora                   PIC 9(6).
           05 FILLER                     PIC X(12) VALUE
           "  PROMEDIO  ".
           05 lco-promedio               PIC Z9.99.
           05 FILLER                     PIC X(9)  VALUE "  NOTAS  ".
           05 lco-cantNotas              PIC ZZ9.
           05 FILLER                     PIC X(12) VALUE
           "  OPERADOR  ".
           05 lco-usuario                PIC X(20).

       01  LINEA-SERIE-REF.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lsr-texto                  PIC X(30).
           05 lsr-serieSec               PIC 9(6).
           05 FILLER                     PIC X     VALUE "-".
           05 lsr-serieDv                PIC 9.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lsr-fecha                  PIC 9(8).

       01  LINEA-ANULACION.
           05 FILLER                     PIC X(16) VALUE
           "  ANULADO EL    ".
           05 lan-fecha                  PIC 9(8).
           05 FILLER                     PIC X(5)  VALUE " POR ".
           05 lan-usuario                PIC X(20).
           05 FILLER                     PIC X(9)  VALUE " MOTIVO: ".
           05 lan-motivo                 PIC X(30).

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-VERIFICAR
               WHEN 2
                   PERFORM 2000-MODO-ANULAR
           END-EVALUATE
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
               DISPLAY "1-VERIFICAR UN CERTIFICADO ANALITICO"
               DISPLAY "2-ANULAR UN CERTIFICADO ANALITICO"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * pide la serie hasta que tenga forma y digito verificador
      * correctos; el guion antes del verificador es opcional
       0800-INGRESAR-SERIE.
           MOVE "N" TO wss-serie-valida
           PERFORM UNTIL wss-serie-valida = "S"
               DISPLAY "INGRESE LA SERIE DEL CERTIFICADO "
                   "(nnnnnn-d)"
               MOVE SPACES TO wss-serieIngresada
               ACCEPT wss-serieIngresada
               MOVE wss-serieIngresada(1:6) TO wss-serieArmSec
               IF wss-serieIngresada(7:1) = "-"
                   MOVE wss-serieIngresada(8:1) TO wss-serieArmDv
               ELSE
                   MOVE wss-serieIngresada(7:1) TO wss-serieArmDv
               END-IF
               IF wss-serieArmada IS NUMERIC
                   MOVE wss-serieArmada TO wss-serie
                   MOVE wss-serieSec TO wss-secuencia
                   PERFORM 8500-CALCULAR-DIGITO-VERIF
                   IF wss-digitoVerif = wss-serieDv
                       MOVE "S" TO wss-serie-valida
                   ELSE
                       DISPLAY "la serie " wss-serieIngresada " no "
                           "es valida (digito verificador)"
                   END-IF
               ELSE
                   DISPLAY "error ingreso una serie invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-BUSCAR-SERIE.
           MOVE "N" TO wss-encontro
           OPEN INPUT ARCH-CRT
           IF wss-fs-crt-OK
               MOVE "N" TO flag
               READ ARCH-CRT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S" OR wss-encontro = "S"
                   IF CRT-SERIE = wss-serie
                       MOVE "S" TO wss-encontro
                   ELSE
                       READ ARCH-CRT AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ARCH-CRT
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1000-MODO-VERIFICAR.
           PERFORM 0800-INGRESAR-SERIE
           MOVE "N" TO wss-serie-valida
           PERFORM UNTIL wss-serie-valida = "S"
               DISPLAY "INGRESE EL CODIGO DE VERIFICACION (6 digitos)"
               ACCEPT wss-codigoIngresado
               IF wss-codigoIngresado IS NUMERIC
                   MOVE wss-codigoIngresado TO wss-codigo
                   MOVE "S" TO wss-serie-valida
               ELSE
                   DISPLAY "error ingreso un codigo invalido"
               END-IF
           END-PERFORM
           PERFORM 0900-BUSCAR-SERIE
           IF wss-encontro = "S"
               PERFORM 1100-RECALCULAR-CODIGO
           END-IF
           EVALUATE TRUE
               WHEN wss-encontro = "N"
                   DISPLAY "NO AUTENTICO: la serie " wss-serieSec "-"
                       wss-serieDv " no figura en el registro de "
                       "certificados"
               WHEN wss-codigoCalculado NOT = CRT-CODIGO
                   DISPLAY "ATENCION: el registro de la serie "
                       wss-serieSec "-" wss-serieDv " esta alterado,"
                       " avise al supervisor"
               WHEN wss-codigo NOT = CRT-CODIGO
                   DISPLAY "NO AUTENTICO: el codigo " wss-codigo
                       " no corresponde a la serie " wss-serieSec "-"
                       wss-serieDv
               WHEN OTHER
                   PERFORM 1200-MOSTRAR-CERTIFICADO
           END-EVALUATE.

      *-----------------------------------------------------------------

      * el mismo amasado de PLISCERT sobre los datos registrados
       1100-RECALCULAR-CODIGO.
           MOVE CRT-SERIE TO wdc-serie
           MOVE CRT-NRO-ALUMNO TO wdc-nroAlumno
           MOVE CRT-FECHA TO wdc-fecha
           MOVE CRT-HUELLA TO wdc-huella
           INITIALIZE AREA-DE-COMMUNICATION-CLA
           MOVE 2 TO OPCION-C
           MOVE wss-datosCodigo TO LINEA-ENTRADA
           MOVE 0 TO HUELLA-LINEA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA
           DIVIDE HUELLA-LINEA BY 1000000
               GIVING wss-cociente
               REMAINDER wss-codigoCalculado.

      *-----------------------------------------------------------------

       1200-MOSTRAR-CERTIFICADO.
           IF CERTIFICADO-ANULADO
               DISPLAY "CERTIFICADO AUTENTICO PERO ANULADO"
           ELSE
               DISPLAY "CERTIFICADO AUTENTICO Y VIGENTE"
           END-IF
           PERFORM 1300-BUSCAR-NOMBRE-ALUMNO
           MOVE wss-serieSec TO lau-serieSec
           MOVE wss-serieDv TO lau-serieDv
           MOVE CRT-NRO-ALUMNO TO lau-nroAlumno
           MOVE wss-nombreAlu TO lau-nombre
           DISPLAY LINEA-AUTENTICO
           MOVE CRT-FECHA TO lco-fecha
           MOVE CRT-HORA TO lco-hora
           MOVE CRT-PROMEDIO TO lco-promedio
           MOVE CRT-CANT-NOTAS TO lco-cantNotas
           MOVE CRT-USUARIO TO lco-usuario
           DISPLAY LINEA-CONTENIDO
           IF CRT-SERIE-ORIGINAL > 0
               MOVE "REIMPRESION DE LA SERIE" TO lsr-texto
               MOVE CRT-SERIE-ORIGINAL(1:6) TO lsr-serieSec
               MOVE CRT-SERIE-ORIGINAL(7:1) TO lsr-serieDv
               MOVE 0 TO lsr-fecha
               DISPLAY LINEA-SERIE-REF
           END-IF
           IF CERTIFICADO-ANULADO
               MOVE CRT-FECHA-ANUL TO lan-fecha
               MOVE CRT-USUARIO-ANUL TO lan-usuario
               MOVE CRT-MOTIVO-ANUL TO lan-motivo
               DISPLAY LINEA-ANULACION
           END-IF
           PERFORM 1400-MOSTRAR-REIMPRESIONES.

      *-----------------------------------------------------------------

       1300-BUSCAR-NOMBRE-ALUMNO.
           MOVE "NO ENCONTRADO" TO wss-nombreAlu
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               MOVE "N" TO flag
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ALU-NRO-ALUMNO = CRT-NRO-ALUMNO
                       MOVE ALU-NOMBRE TO wss-nombreAlu
                       MOVE "S" TO flag
                   ELSE
                       READ ARCH-ALU AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * las series que se emitieron despues como reimpresion de esta
       1400-MOSTRAR-REIMPRESIONES.
           MOVE 0 TO wss-cont-reimpresiones
           OPEN INPUT ARCH-CRT
           IF wss-fs-crt-OK
               MOVE "N" TO flag
               READ ARCH-CRT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CRT-SERIE-ORIGINAL = wss-serie
                       ADD 1 TO wss-cont-reimpresiones
                       MOVE "REIMPRESA CON LA SERIE" TO lsr-texto
                       MOVE CRT-SERIE(1:6) TO lsr-serieSec
                       MOVE CRT-SERIE(7:1) TO lsr-serieDv
                       MOVE CRT-FECHA TO lsr-fecha
                       DISPLAY LINEA-SERIE-REF
                   END-IF
                   READ ARCH-CRT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-CRT
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * la anulacion es del supervisor: el certificado queda en el
      * registro marcado con la fecha, el operador y el motivo
       2000-MODO-ANULAR.
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede anular certificados"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 0800-INGRESAR-SERIE
           MOVE SPACES TO wss-motivoAnul
           PERFORM UNTIL wss-motivoAnul NOT = SPACES
               DISPLAY "INGRESE EL MOTIVO DE LA ANULACION (obligatorio)"
               ACCEPT wss-motivoAnul
           END-PERFORM
           OPEN I-O ARCH-CRT
           IF NOT wss-fs-crt-OK
               DISPLAY "error al abrir CERTREG.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           MOVE "N" TO wss-encontro
           MOVE "N" TO wss-anulo
           READ ARCH-CRT AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S" OR wss-encontro = "S"
               IF CRT-SERIE = wss-serie
                   MOVE "S" TO wss-encontro
               ELSE
                   READ ARCH-CRT AT END MOVE "S" TO flag
                   END-READ
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN wss-encontro = "N"
                   DISPLAY "no existe el certificado de serie "
                       wss-serieSec "-" wss-serieDv
               WHEN CERTIFICADO-ANULADO
                   DISPLAY "el certificado ya estaba anulado el "
                       CRT-FECHA-ANUL
               WHEN OTHER
                   MOVE "A" TO CRT-ESTADO
                   ACCEPT CRT-FECHA-ANUL FROM DATE YYYYMMDD
                   MOVE wss-usuario-sesion TO CRT-USUARIO-ANUL
                   MOVE wss-motivoAnul TO CRT-MOTIVO-ANUL
                   REWRITE REG-CRT
                   IF NOT wss-fs-crt-OK
                       DISPLAY "error al regrabar el certificado"
                   ELSE
                       MOVE "S" TO wss-anulo
                   END-IF
           END-EVALUATE
           CLOSE ARCH-CRT
           MOVE "N" TO flag
           IF wss-anulo = "S"
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "CERTIF/"      DELIMITED BY SIZE
                   wss-serie         DELIMITED BY SIZE
                   "/A"              DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               DISPLAY "certificado " wss-serieSec "-" wss-serieDv
                   " anulado"
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando anulo
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PVERCERT" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
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
           MOVE "PVERCERT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PVERCERT.
