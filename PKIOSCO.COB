      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Kiosco de autoconsulta del alumno, aparte del menu
      *    de operadores PMENU: el alumno entra con su numero y su
      *    PIN personal de PINALUM.DAT, que emite y blanquea
      *    secretaria con PGENPIN y se guarda solo como huella de
      *    RUTCLAVE, igual que las claves de USUARIOS.DAT. El PIN
      *    recien emitido se cambia por uno propio en el primer
      *    ingreso y la cuenta se bloquea al llegar a los intentos
      *    fallidos de KIOSPARM.DAT (tres si no esta) hasta el
      *    blanqueo en secretaria. Ya adentro el alumno ve solo lo
      *    suyo: inscripciones de INSCRIP.DAT, resultados cerrados de
      *    HISTORIA.DAT, asistencia acumulada de ASISTEN.DAT,
      *    inscripciones a mesas de examen de INSCMESA.DAT y el saldo
      *    de cuotas con la misma regla de deuda de PCONLEGA; ademas
      *    puede pedir un certificado, que queda en la cola
      *    PEDCERT.DAT para secretaria. La sesion vence si pasan mas
      *    minutos sin actividad que los de KIOSPARM.DAT (tres si no
      *    esta): lo tipeado despues se descarta y vuelve a pedir el
      *    ingreso. Cada ingreso, intento fallido, consulta, pedido y
      *    salida queda en AUDIT.LOG con el numero del alumno. El
      *    kiosco no toca los archivos maestros. Tipeando FIN como
      *    numero de alumno el encargado cierra el kiosco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PKIOSCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-PIN         ASSIGN TO "PINALUM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pin.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-ASI         ASSIGN TO "ASISTEN.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asi.

       SELECT OPTIONAL ARCH-MES         ASSIGN TO "MESAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-mes.

       SELECT OPTIONAL ARCH-IME         ASSIGN TO "INSCMESA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ime.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-PED         ASSIGN TO "PEDCERT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ped.

       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "KIOSPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prm.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PIN.
           01  REG-PIN.
                05 PIN-NRO-ALUMNO     PIC 9(6).
                05 PIN-CLAVE          PIC X(10).
                05 PIN-FECHA-CLAVE    PIC 9(8).
                05 PIN-INTENTOS       PIC 9.
                05 PIN-BLOQUEADO      PIC X.
                    88 PIN-BLOQUEADO-SI       VALUE "S".
                05 PIN-FECHA-EMISION  PIC 9(8).
                05 ESPACIO            PIC X.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 ESPACIO-INS        PIC XX.

       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-NRO-ALUMNO     PIC 9(6).
                05 HIS-NRO-MATERIA    PIC 99.
                05 HIS-ANIO-CIERRE    PIC 9(4).
                05 HIS-MES-CIERRE     PIC 99.
                05 HIS-PROMEDIO       PIC 99V99.
                05 HIS-CONDICION      PIC X.
                05 ESPACIO-HIS        PIC X.

       FD  ARCH-ASI.
           01  REG-ASI.
                05 ASI-NRO-ALUMNO     PIC 9(6).
                05 ASI-NRO-MATERIA    PIC 99.
                05 ASI-ANIO           PIC 9(4).
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ESPACIO-ASI        PIC XX.

       FD  ARCH-MES.
           01  REG-MES.
                05 MES-NRO-MESA       PIC X(4).
                05 MES-NRO-MATERIA    PIC 99.
                05 MES-FECHA          PIC 9(8).
                05 MES-SEDE           PIC X(2).
                05 MES-LEGAJO-1       PIC X(4).
                05 MES-LEGAJO-2       PIC X(4).
                05 MES-LEGAJO-3       PIC X(4).
                05 ESPACIO-MES        PIC XX.

       FD  ARCH-IME.
           01  REG-IME.
                05 IME-NRO-MESA       PIC X(4).
                05 IME-NRO-ALUMNO     PIC 9(6).
                05 IME-FECHA-INSC     PIC 9(8).
                05 ESPACIO-IME        PIC XX.

       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
                05 CUO-ANIO           PIC 9(4).
                05 CUO-MES            PIC 99.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-PLAN             VALUE "P".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".

       FD  ARCH-PED.
           01  REG-PED.
                05 PED-NRO-ALUMNO     PIC 9(6).
                05 PED-TIPO           PIC X.
                    88 PEDIDO-REGULAR         VALUE "R".
                    88 PEDIDO-ANALITICO       VALUE "A".
                05 PED-FECHA          PIC 9(8).
                05 PED-HORA           PIC 9(6).
                05 PED-ESTADO         PIC X.
                    88 PEDIDO-PENDIENTE       VALUE "P".
                05 PED-FECHA-ATENCION PIC 9(8).
                05 PED-USUARIO        PIC X(20).
                05 ESPACIO-PED        PIC XX.

       FD  ARCH-PRM.
           01  REG-PRM.
                05 prm-minutosInactivo PIC 99.
                05 prm-maxIntentos     PIC 9.

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

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-fin-kiosco                PIC X     VALUE "N".
       77  wss-fin-sesion                PIC X     VALUE "N".
       77  wss-ingreso-ok                PIC X     VALUE "N".
       77  wss-opcion                    PIC 9     VALUE 0.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-pausa                     PIC X.

       01  wss-fs-pin                    PIC X(2).
           88 wss-fs-pin-OK                        VALUE '00'.
           88 wss-fs-pin-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  wss-fs-asi                    PIC X(2).
           88 wss-fs-asi-OK                        VALUE '00'.
       01  wss-fs-mes                    PIC X(2).
           88 wss-fs-mes-OK                        VALUE '00'.
       01  wss-fs-ime                    PIC X(2).
           88 wss-fs-ime-OK                        VALUE '00'.
       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
       01  wss-fs-ped                    PIC X(2).
           88 wss-fs-ped-OK                        VALUE '00'.
           88 wss-fs-ped-NOEXISTE                  VALUE '05'.
       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * parametros del kiosco: minutos sin actividad que cierran la
      * sesion e intentos fallidos que bloquean el PIN
       77  wss-minutosInactivo           PIC 99    VALUE 03.
       77  wss-maxIntentos               PIC 9     VALUE 3.

      * alumno de la sesion y su PIN
       77  wss-nroIngresado              PIC X(6).
       77  wss-nroAlumno                 PIC 9(6).
       77  wss-nombreAlumno              PIC X(23).
       77  wss-pin                       PIC X(6).
       77  wss-pin-1                     PIC X(6).
       77  wss-pin-2                     PIC X(6).
       77  wss-pin-valido                PIC X.
       77  wss-huella                    PIC X(10).
       77  wss-debe-regrabar             PIC X     VALUE "N".
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-usuarioKiosco             PIC X(20).
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * control de inactividad: segundos del dia de la ultima accion
       77  wss-fechaUltima               PIC 9(8).
       77  wss-segUltimo                 PIC 9(6)  COMP.
       77  wss-fechaAhora                PIC 9(8).
       01  wss-horaAhora                 PIC 9(8).
       01  FILLER REDEFINES wss-horaAhora.
           05 wss-hh                     PIC 99.
           05 wss-mm                     PIC 99.
           05 wss-ss                     PIC 99.
           05 wss-cc                     PIC 99.
       77  wss-segAhora                  PIC 9(6)  COMP.
       77  wss-segInactivo               PIC 9(6)  COMP.
       77  wss-sesion-vencida            PIC X     VALUE "N".

      * acumuladores de asistencia por materia del alumno
       77  wss-cont-asis                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIS                   OCCURS 100 TIMES.
           05 vsi-nroMateria             PIC 99.
           05 vsi-presentes              PIC 9(4)  COMP.
           05 vsi-clases                 PIC 9(4)  COMP.
       77  WS-IND                        PIC 9(4)  COMP.
       77  WS-IND-2                      PIC 9(4)  COMP.
       77  wss-porcentaje                PIC 9(3)  COMP.

      * mesas de examen para resolver materia y fecha de cada
      * inscripcion del alumno
       77  wss-cont-mesas                PIC 9(4)  COMP VALUE 0.
       01  VECTOR-MESAS                  OCCURS 2000 TIMES.
           05 vme-nroMesa                PIC X(4).
           05 vme-nroMateria             PIC 99.
           05 vme-fecha                  PIC 9(8).

       77  wss-cont-items                PIC 9(3)  COMP VALUE 0.
       77  wss-cuotas-impagas            PIC 9(3)  VALUE 0.
       77  wss-saldo-deuda               PIC 9(6)V99 VALUE 0.
       77  wss-periodoActual             PIC 9(6).
       77  wss-tipoPedido                PIC X.
       77  wss-pedido-repetido           PIC X.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
           05 DATOS-ENTRADA.
               10 OPCION             PIC 9.
               10 NUM-DAT-BUSCAR     PIC X(6).
               10 NOM-DAT-BUSCAR     PIC X(23).
               10 IND-DESDE          PIC 9(3).
           05 DATOS-SALIDA.
               10 DESCRIPCION        PIC X(23).
               10 NAC-DATO           PIC X(3).
               10 ESTADO-DATO        PIC X.
               10 SEDE-DATO          PIC X(2).
               10 TURNO-DATO         PIC X.
               10 FECHA-ING-DATO     PIC X(8).
               10 NUM-ENCONTRADO     PIC X(6).
               10 IND-ENCONTRADO     PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

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

       01  LINEA-INSCRIPCION.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 kio-nombrMate              PIC X(20).
           05 FILLER                     PIC X(11) VALUE "  PERIODO  ".
           05 kio-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 kio-anio                   PIC 9(4).

       01  LINEA-HISTORIAL.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 kio-nombrMateH             PIC X(20).
           05 FILLER                     PIC X(8)  VALUE "  PROM: ".
           05 kio-promedio               PIC 99.99.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 kio-condicion              PIC X(16).
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 kio-mesCierre              PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 kio-anioCierre             PIC 9(4).

       01  LINEA-ASISTENCIA.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 kio-nombrMateA             PIC X(20).
           05 FILLER                     PIC X(13) VALUE
           "  PRESENTES: ".
           05 kio-presentes              PIC ZZZ9.
           05 FILLER                     PIC X(5)  VALUE " DE  ".
           05 kio-clases                 PIC ZZZ9.
           05 FILLER                     PIC X(3)  VALUE "  (".
           05 kio-porcentaje             PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE "%)".

       01  LINEA-EXAMEN.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 kio-nombrMateE             PIC X(20).
           05 FILLER                     PIC X(9)  VALUE "  MESA:  ".
           05 kio-nroMesa                PIC X(4).
           05 FILLER                     PIC X(9)  VALUE "  FECHA: ".
           05 kio-fechaMesa              PIC X(10).

       01  LINEA-CUOTA.
           05 FILLER                     PIC X(10) VALUE
           "  PERIODO ".
           05 kio-cuoMes                 PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 kio-cuoAnio                PIC 9(4).
           05 FILLER                     PIC X(13) VALUE
           "  ADEUDADO: $".
           05 kio-cuoSaldo               PIC ZZZZ9.99.

       01  LINEA-SALDO.
           05 FILLER                     PIC X(18) VALUE
           "  CUOTAS IMPAGAS: ".
           05 kio-cuotasImpagas          PIC ZZ9.
           05 FILLER                     PIC X(20) VALUE
           "   SALDO ADEUDADO: $".
           05 kio-saldo                  PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           PERFORM 0200-CARGAR-PARAMETROS
           PERFORM 1000-ATENDER-UN-INGRESO
               UNTIL wss-fin-kiosco = "S"
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * minutos de inactividad e intentos salen de KIOSPARM.DAT si
      * esta; si no, tres y tres
       0200-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       IF prm-minutosInactivo IS NUMERIC
                               AND prm-minutosInactivo > 0
                           MOVE prm-minutosInactivo
                               TO wss-minutosInactivo
                       END-IF
                       IF prm-maxIntentos IS NUMERIC
                               AND prm-maxIntentos > 0
                           MOVE prm-maxIntentos TO wss-maxIntentos
                       END-IF
               END-READ
               CLOSE ARCH-PRM
           ELSE
               CLOSE ARCH-PRM
           END-IF.

      *-----------------------------------------------------------------

       1000-ATENDER-UN-INGRESO.
           DISPLAY "==============================================="
           DISPLAY "   KIOSCO DE AUTOCONSULTA DEL ALUMNO"
           DISPLAY "==============================================="
           DISPLAY "INGRESE SU NUMERO DE ALUMNO:"
           MOVE SPACES TO wss-nroIngresado
           ACCEPT wss-nroIngresado
           IF wss-nroIngresado = "FIN"
               MOVE "S" TO wss-fin-kiosco
           ELSE
               IF wss-nroIngresado NOT = SPACES
                   DISPLAY "INGRESE SU PIN:"
                   MOVE SPACES TO wss-pin
                   ACCEPT wss-pin
                   MOVE SPACES TO wss-usuarioKiosco
                   STRING "ALUMNO " wss-nroIngresado
                       DELIMITED BY SIZE INTO wss-usuarioKiosco
                   END-STRING
                   PERFORM 1100-VALIDAR-INGRESO
                   IF wss-ingreso-ok = "S"
                       PERFORM 2000-SESION-DEL-ALUMNO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * el PIN tipeado se condensa con RUTCLAVE y se comparan las
      * huellas; el intento fallido suma al contador del alumno y al
      * llegar al maximo el PIN queda bloqueado hasta el blanqueo en
      * secretaria; el mensaje no dice si fallo el numero o el PIN
       1100-VALIDAR-INGRESO.
           MOVE "N" TO wss-ingreso-ok
           MOVE "N" TO wss-encontro
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           INITIALIZE AREA-DE-COMMUNICATION-CLA
           MOVE 1 TO OPCION-C
           MOVE wss-pin TO CLAVE-ENTRADA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA
           MOVE CLAVE-HUELLA TO wss-huella
           IF wss-nroIngresado IS NUMERIC
               MOVE wss-nroIngresado TO wss-nroAlumno
               OPEN I-O ARCH-PIN
               IF wss-fs-pin-OCUPADO
                   PERFORM 8910-REINTENTAR-APERTURA-IO
               END-IF
               IF NOT wss-fs-pin-OK
                   CLOSE ARCH-PIN
                   DISPLAY "el kiosco no esta disponible en este "
                       "momento, intente mas tarde"
               ELSE
                   MOVE "N" TO flag
                   READ ARCH-PIN AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       IF PIN-NRO-ALUMNO = wss-nroAlumno
                           MOVE "S" TO wss-encontro
                           PERFORM 1150-EVALUAR-PIN
                           MOVE "S" TO flag
                       ELSE
                           READ ARCH-PIN AT END MOVE "S" TO flag
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE ARCH-PIN
                   MOVE "N" TO flag
               END-IF
           END-IF
           IF wss-encontro = "N"
               DISPLAY "numero de alumno o PIN incorrectos"
               MOVE "PIN FALLIDO" TO aud-clave
               PERFORM 6000-REGISTRAR-AUDITORIA
           END-IF
           IF wss-ingreso-ok = "S"
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE wss-nroIngresado TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE DESCRIPCION TO wss-nombreAlumno
               ELSE
                   MOVE SPACES TO wss-nombreAlumno
               END-IF
               MOVE "INGRESO" TO aud-clave
               PERFORM 6000-REGISTRAR-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------

       1150-EVALUAR-PIN.
           EVALUATE TRUE
               WHEN PIN-BLOQUEADO-SI
                   DISPLAY "su PIN esta bloqueado por intentos "
                       "fallidos; pida el blanqueo en secretaria"
                   MOVE "PIN BLOQUEADO" TO aud-clave
                   PERFORM 6000-REGISTRAR-AUDITORIA
               WHEN PIN-CLAVE = wss-huella
                   PERFORM 1160-PIN-CORRECTO
               WHEN OTHER
                   DISPLAY "numero de alumno o PIN incorrectos"
                   ADD 1 TO PIN-INTENTOS
                   IF PIN-INTENTOS >= wss-maxIntentos
                       MOVE "S" TO PIN-BLOQUEADO
                       DISPLAY "su PIN queda bloqueado; pida el "
                           "blanqueo en secretaria"
                   END-IF
                   REWRITE REG-PIN
                   MOVE "PIN FALLIDO" TO aud-clave
                   PERFORM 6000-REGISTRAR-AUDITORIA
           END-EVALUATE.

      *-----------------------------------------------------------------

      * un solo REWRITE por registro leido: el contador en cero y el
      * PIN cambiado viajan juntos
       1160-PIN-CORRECTO.
           MOVE "S" TO wss-ingreso-ok
           MOVE "N" TO wss-debe-regrabar
           IF PIN-INTENTOS > 0
               MOVE 0 TO PIN-INTENTOS
               MOVE "S" TO wss-debe-regrabar
           END-IF
           IF PIN-FECHA-CLAVE = 0
               DISPLAY "es su primer ingreso: reemplace el PIN que le "
                   "dio secretaria por uno propio"
               PERFORM 1200-CAMBIAR-PIN
           END-IF
           IF wss-debe-regrabar = "S"
               REWRITE REG-PIN
               IF NOT wss-fs-pin-OK
                   DISPLAY "no se pudo grabar el PIN, avise en "
                       "secretaria"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-CAMBIAR-PIN.
           MOVE SPACES TO wss-pin-1
           MOVE "X" TO wss-pin-2
           PERFORM UNTIL wss-pin-1 = wss-pin-2
               DISPLAY "INGRESE SU PIN NUEVO (4 a 6 digitos)"
               ACCEPT wss-pin-1
               DISPLAY "REPITA EL PIN NUEVO"
               ACCEPT wss-pin-2
               MOVE wss-pin-1 TO wss-pin
               PERFORM 8400-VALIDAR-PIN
               IF wss-pin-valido = "N"
                   DISPLAY "el PIN debe tener de 4 a 6 digitos"
                   MOVE "X" TO wss-pin-2
               ELSE
                   INITIALIZE AREA-DE-COMMUNICATION-CLA
                   MOVE 1 TO OPCION-C
                   MOVE wss-pin-1 TO CLAVE-ENTRADA
                   CALL Rclave USING AREA-DE-COMMUNICATION-CLA
                   IF CLAVE-HUELLA = PIN-CLAVE
                       DISPLAY "el PIN nuevo no puede ser el que le "
                           "dio secretaria"
                       MOVE "X" TO wss-pin-2
                   ELSE
                       IF wss-pin-1 NOT = wss-pin-2
                           DISPLAY "los PINes no coinciden, reingrese"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE CLAVE-HUELLA TO PIN-CLAVE
           MOVE wss-fechaHoy TO PIN-FECHA-CLAVE
           MOVE "S" TO wss-debe-regrabar
           MOVE "PIN CAMBIADO" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "PIN cambiado".

      *-----------------------------------------------------------------

       2000-SESION-DEL-ALUMNO.
           MOVE "N" TO wss-fin-sesion
           PERFORM 8700-MARCAR-ACTIVIDAD
           PERFORM 2100-MENU-DEL-ALUMNO UNTIL wss-fin-sesion = "S"
           DISPLAY "sesion terminada".

      *-----------------------------------------------------------------

       2100-MENU-DEL-ALUMNO.
           DISPLAY "-----------------------------------------------"
           DISPLAY "ALUMNO " wss-nroAlumno " - " wss-nombreAlumno
           DISPLAY "1-MIS INSCRIPCIONES"
           DISPLAY "2-MIS RESULTADOS CERRADOS"
           DISPLAY "3-MI ASISTENCIA"
           DISPLAY "4-MIS INSCRIPCIONES A EXAMEN"
           DISPLAY "5-MI SALDO DE CUOTAS"
           DISPLAY "6-PEDIR UN CERTIFICADO"
           DISPLAY "9-SALIR"
           DISPLAY "-----------------------------------------------"
           MOVE 0 TO wss-opcion
           ACCEPT wss-opcion
           PERFORM 8750-CONTROLAR-INACTIVIDAD
           IF wss-sesion-vencida = "N"
               EVALUATE wss-opcion
                   WHEN 1
                       PERFORM 3100-VER-INSCRIPCIONES
                   WHEN 2
                       PERFORM 3200-VER-RESULTADOS
                   WHEN 3
                       PERFORM 3300-VER-ASISTENCIA
                   WHEN 4
                       PERFORM 3400-VER-EXAMENES
                   WHEN 5
                       PERFORM 3500-VER-SALDO
                   WHEN 6
                       PERFORM 3600-PEDIR-CERTIFICADO
                   WHEN 9
                       MOVE "SALIDA" TO aud-clave
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       MOVE "S" TO wss-fin-sesion
                   WHEN OTHER
                       DISPLAY "opcion invalida"
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

       3100-VER-INSCRIPCIONES.
           MOVE "CONS INSCRIPCIONES" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "MIS INSCRIPCIONES"
           MOVE 0 TO wss-cont-items
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               MOVE "N" TO flag
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF INS-NRO-ALUMNO = wss-nroAlumno
                       ADD 1 TO wss-cont-items
                       MOVE INS-NRO-MATERIA TO MAT-NUM-DAT-BUSCAR
                       PERFORM 8300-BUSCAR-MATERIA
                       MOVE DESCRIPCION-MAT TO kio-nombrMate
                       MOVE INS-MES  TO kio-mes
                       MOVE INS-ANIO TO kio-anio
                       DISPLAY LINEA-INSCRIPCION
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF
           IF wss-cont-items = 0
               DISPLAY "  NO TIENE INSCRIPCIONES"
           END-IF
           MOVE "N" TO flag
           PERFORM 8600-PAUSA.

      *-----------------------------------------------------------------

       3200-VER-RESULTADOS.
           MOVE "CONS RESULTADOS" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "MIS RESULTADOS CERRADOS"
           MOVE 0 TO wss-cont-items
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               MOVE "N" TO flag
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HIS-NRO-ALUMNO = wss-nroAlumno
                       ADD 1 TO wss-cont-items
                       PERFORM 3250-MOSTRAR-RESULTADO
                   END-IF
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               CLOSE ARCH-HIS
           END-IF
           IF wss-cont-items = 0
               DISPLAY "  NO TIENE RESULTADOS CERRADOS"
           END-IF
           MOVE "N" TO flag
           PERFORM 8600-PAUSA.

      *-----------------------------------------------------------------

       3250-MOSTRAR-RESULTADO.
           MOVE HIS-NRO-MATERIA TO MAT-NUM-DAT-BUSCAR
           PERFORM 8300-BUSCAR-MATERIA
           MOVE DESCRIPCION-MAT TO kio-nombrMateH
           MOVE HIS-PROMEDIO TO kio-promedio
           EVALUATE HIS-CONDICION
               WHEN "A"
                   MOVE "APROBADA" TO kio-condicion
               WHEN "D"
                   MOVE "DESAPROBADA" TO kio-condicion
               WHEN "E"
                   MOVE "POR EQUIVALENCIA" TO kio-condicion
               WHEN OTHER
                   MOVE "SIN NOTAS" TO kio-condicion
           END-EVALUATE
           MOVE HIS-MES-CIERRE  TO kio-mesCierre
           MOVE HIS-ANIO-CIERRE TO kio-anioCierre
           DISPLAY LINEA-HISTORIAL.

      *-----------------------------------------------------------------

       3300-VER-ASISTENCIA.
           MOVE "CONS ASISTENCIA" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "MI ASISTENCIA ACUMULADA"
           MOVE 0 TO wss-cont-asis
           OPEN INPUT ARCH-ASI
           IF wss-fs-asi-OK
               MOVE "N" TO flag
               READ ARCH-ASI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ASI-NRO-ALUMNO = wss-nroAlumno
                       PERFORM 3350-ACUMULAR-ASISTENCIA
                   END-IF
                   READ ARCH-ASI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASI
           ELSE
               CLOSE ARCH-ASI
           END-IF
           MOVE "N" TO flag
           IF wss-cont-asis = 0
               DISPLAY "  NO TIENE ASISTENCIA REGISTRADA"
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cont-asis
                   PERFORM 3360-MOSTRAR-ASISTENCIA
               END-PERFORM
           END-IF
           PERFORM 8600-PAUSA.

      *-----------------------------------------------------------------

       3350-ACUMULAR-ASISTENCIA.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-asis OR WS-IND-2 > 0
               IF vsi-nroMateria(WS-IND) = ASI-NRO-MATERIA
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0 AND wss-cont-asis < 100
               ADD 1 TO wss-cont-asis
               MOVE wss-cont-asis TO WS-IND-2
               MOVE ASI-NRO-MATERIA TO vsi-nroMateria(WS-IND-2)
               MOVE 0 TO vsi-presentes(WS-IND-2)
               MOVE 0 TO vsi-clases(WS-IND-2)
           END-IF
           IF WS-IND-2 > 0
               ADD ASI-PRESENTES TO vsi-presentes(WS-IND-2)
               ADD ASI-CLASES    TO vsi-clases(WS-IND-2)
           END-IF.

      *-----------------------------------------------------------------

       3360-MOSTRAR-ASISTENCIA.
           MOVE vsi-nroMateria(WS-IND) TO MAT-NUM-DAT-BUSCAR
           PERFORM 8300-BUSCAR-MATERIA
           MOVE DESCRIPCION-MAT TO kio-nombrMateA
           MOVE vsi-presentes(WS-IND) TO kio-presentes
           MOVE vsi-clases(WS-IND)    TO kio-clases
           IF vsi-clases(WS-IND) > 0
               COMPUTE wss-porcentaje = vsi-presentes(WS-IND) * 100
                   / vsi-clases(WS-IND)
           ELSE
               MOVE 0 TO wss-porcentaje
           END-IF
           MOVE wss-porcentaje TO kio-porcentaje
           DISPLAY LINEA-ASISTENCIA.

      *-----------------------------------------------------------------

       3400-VER-EXAMENES.
           MOVE "CONS EXAMENES" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "MIS INSCRIPCIONES A MESAS DE EXAMEN"
           IF wss-cont-mesas = 0
               PERFORM 3450-CARGAR-MESAS
           END-IF
           MOVE 0 TO wss-cont-items
           OPEN INPUT ARCH-IME
           IF wss-fs-ime-OK
               MOVE "N" TO flag
               READ ARCH-IME AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF IME-NRO-ALUMNO = wss-nroAlumno
                       ADD 1 TO wss-cont-items
                       PERFORM 3460-MOSTRAR-EXAMEN
                   END-IF
                   READ ARCH-IME AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-IME
           ELSE
               CLOSE ARCH-IME
           END-IF
           IF wss-cont-items = 0
               DISPLAY "  NO TIENE INSCRIPCIONES A EXAMEN"
           END-IF
           MOVE "N" TO flag
           PERFORM 8600-PAUSA.

      *-----------------------------------------------------------------

       3450-CARGAR-MESAS.
           OPEN INPUT ARCH-MES
           IF wss-fs-mes-OK
               MOVE "N" TO flag
               READ ARCH-MES AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-mesas < 2000
                       ADD 1 TO wss-cont-mesas
                       MOVE MES-NRO-MESA TO
                           vme-nroMesa(wss-cont-mesas)
                       MOVE MES-NRO-MATERIA TO
                           vme-nroMateria(wss-cont-mesas)
                       MOVE MES-FECHA TO vme-fecha(wss-cont-mesas)
                   END-IF
                   READ ARCH-MES AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MES
           ELSE
               CLOSE ARCH-MES
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3460-MOSTRAR-EXAMEN.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-mesas OR WS-IND-2 > 0
               IF vme-nroMesa(WS-IND) = IME-NRO-MESA
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
           MOVE IME-NRO-MESA TO kio-nroMesa
           IF WS-IND-2 > 0
               MOVE vme-nroMateria(WS-IND-2) TO MAT-NUM-DAT-BUSCAR
               PERFORM 8300-BUSCAR-MATERIA
               MOVE DESCRIPCION-MAT TO kio-nombrMateE
               MOVE SPACES TO kio-fechaMesa
               STRING vme-fecha(WS-IND-2)(7:2) "/"
                   vme-fecha(WS-IND-2)(5:2) "/"
                   vme-fecha(WS-IND-2)(1:4) DELIMITED BY SIZE
                   INTO kio-fechaMesa
               END-STRING
           ELSE
               MOVE "MESA NO HALLADA" TO kio-nombrMateE
               MOVE SPACES TO kio-fechaMesa
           END-IF
           DISPLAY LINEA-EXAMEN.

      *-----------------------------------------------------------------

      * la misma regla de deuda de PCONLEGA: lo refinanciado en un
      * plan de pagos no es deuda y la cuota del plan que todavia no
      * vencio tampoco
       3500-VER-SALDO.
           MOVE "CONS SALDO" TO aud-clave
           PERFORM 6000-REGISTRAR-AUDITORIA
           DISPLAY "MI SALDO DE CUOTAS"
           MOVE 0 TO wss-cuotas-impagas
           MOVE 0 TO wss-saldo-deuda
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CUO-NRO-ALUMNO = wss-nroAlumno
                           AND CUO-PAGADO < CUO-IMPORTE
                           AND CUOTA-VIGENTE
                           AND (NOT CUOTA-PLAN
                               OR CUO-ANIO * 100 + CUO-MES <
                                   wss-periodoActual)
                       ADD 1 TO wss-cuotas-impagas
                       COMPUTE wss-saldo-deuda = wss-saldo-deuda
                           + CUO-IMPORTE - CUO-PAGADO
                       MOVE CUO-MES  TO kio-cuoMes
                       MOVE CUO-ANIO TO kio-cuoAnio
                       COMPUTE kio-cuoSaldo = CUO-IMPORTE - CUO-PAGADO
                       DISPLAY LINEA-CUOTA
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               CLOSE ARCH-CUO
           END-IF
           MOVE "N" TO flag
           MOVE wss-cuotas-impagas TO kio-cuotasImpagas
           MOVE wss-saldo-deuda    TO kio-saldo
           DISPLAY LINEA-SALDO
           PERFORM 8600-PAUSA.

      *-----------------------------------------------------------------

      * el pedido queda pendiente en la cola de secretaria; no se
      * repite el mismo tipo mientras haya uno sin atender
       3600-PEDIR-CERTIFICADO.
           DISPLAY "QUE CERTIFICADO PIDE? (R)ALUMNO REGULAR, "
               "(A)NALITICO, ENTER PARA VOLVER"
           MOVE SPACE TO wss-tipoPedido
           ACCEPT wss-tipoPedido
           PERFORM 8750-CONTROLAR-INACTIVIDAD
           IF wss-sesion-vencida = "N"
               IF wss-tipoPedido = "R" OR wss-tipoPedido = "A"
                   PERFORM 3650-BUSCAR-PEDIDO-PENDIENTE
                   IF wss-pedido-repetido = "S"
                       DISPLAY "ya tiene un pedido de ese "
                           "certificado pendiente en secretaria"
                   ELSE
                       PERFORM 3700-GRABAR-PEDIDO
                   END-IF
               ELSE
                   IF wss-tipoPedido NOT = SPACE
                       DISPLAY "opcion invalida"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3650-BUSCAR-PEDIDO-PENDIENTE.
           MOVE "N" TO wss-pedido-repetido
           OPEN INPUT ARCH-PED
           IF wss-fs-ped-OK
               MOVE "N" TO flag
               READ ARCH-PED AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PED-NRO-ALUMNO = wss-nroAlumno
                           AND PED-TIPO = wss-tipoPedido
                           AND PEDIDO-PENDIENTE
                       MOVE "S" TO wss-pedido-repetido
                   END-IF
                   READ ARCH-PED AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PED
           ELSE
               CLOSE ARCH-PED
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3700-GRABAR-PEDIDO.
           OPEN EXTEND ARCH-PED
           IF NOT wss-fs-ped-OK AND NOT wss-fs-ped-NOEXISTE
               DISPLAY "el pedido no se pudo registrar, intente mas "
                   "tarde o pidalo en secretaria"
           ELSE
               MOVE wss-nroAlumno  TO PED-NRO-ALUMNO
               MOVE wss-tipoPedido TO PED-TIPO
               MOVE wss-fechaHoy   TO PED-FECHA
               ACCEPT PED-HORA FROM TIME
               MOVE "P"            TO PED-ESTADO
               MOVE 0              TO PED-FECHA-ATENCION
               MOVE SPACES         TO PED-USUARIO
               MOVE SPACES         TO ESPACIO-PED
               WRITE REG-PED
               IF NOT wss-fs-ped-OK
                   DISPLAY "el pedido no se pudo registrar, pidalo "
                       "en secretaria"
               ELSE
                   DISPLAY "pedido registrado; retire el certificado "
                       "en secretaria"
                   MOVE SPACES TO aud-clave
                   STRING "PEDIDO CERTIF " wss-tipoPedido
                       DELIMITED BY SIZE INTO aud-clave
                   END-STRING
                   PERFORM 6000-REGISTRAR-AUDITORIA
               END-IF
           END-IF
           CLOSE ARCH-PED.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * cada movimiento del kiosco queda en AUDIT.LOG a nombre del
      * alumno; aud-clave viene cargada por quien llama
       6000-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuarioKiosco TO aud-usuario
               MOVE "PKIOSCO " TO aud-programa
               WRITE REG-AUDIT
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

       8300-BUSCAR-MATERIA.
           MOVE 2 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           IF retorn-num-m NOT = 0
               MOVE "MATERIA NO HALLADA" TO DESCRIPCION-MAT
           END-IF.

      *-----------------------------------------------------------------

      * de 4 a 6 digitos seguidos, sin blancos intercalados
       8400-VALIDAR-PIN.
           MOVE "N" TO wss-pin-valido
           IF wss-pin(1:4) IS NUMERIC
               IF wss-pin(5:2) = SPACES OR wss-pin(5:2) IS NUMERIC
                   MOVE "S" TO wss-pin-valido
               ELSE
                   IF wss-pin(5:1) IS NUMERIC AND wss-pin(6:1) = SPACE
                       MOVE "S" TO wss-pin-valido
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       8600-PAUSA.
           DISPLAY "-- ENTER PARA VOLVER AL MENU --"
           ACCEPT wss-pausa
           PERFORM 8750-CONTROLAR-INACTIVIDAD.

      *-----------------------------------------------------------------

       8700-MARCAR-ACTIVIDAD.
           ACCEPT wss-fechaUltima FROM DATE YYYYMMDD
           ACCEPT wss-horaAhora FROM TIME
           COMPUTE wss-segUltimo = wss-hh * 3600 + wss-mm * 60
               + wss-ss
           MOVE "N" TO wss-sesion-vencida.

      *-----------------------------------------------------------------

      * el alumno que dejo la terminal no deja la sesion abierta para
      * el siguiente: si paso mas tiempo que el permitido desde la
      * ultima accion, lo tipeado se descarta y la sesion se cierra
       8750-CONTROLAR-INACTIVIDAD.
           IF wss-sesion-vencida = "N"
               ACCEPT wss-fechaAhora FROM DATE YYYYMMDD
               ACCEPT wss-horaAhora FROM TIME
               COMPUTE wss-segAhora = wss-hh * 3600 + wss-mm * 60
                   + wss-ss
               IF wss-fechaAhora NOT = wss-fechaUltima
                   ADD 86400 TO wss-segAhora
               END-IF
               COMPUTE wss-segInactivo = wss-segAhora - wss-segUltimo
               IF wss-segInactivo > wss-minutosInactivo * 60
                   MOVE "S" TO wss-sesion-vencida
                   MOVE "S" TO wss-fin-sesion
                   DISPLAY "la sesion vencio por inactividad; vuelva "
                       "a ingresar"
                   MOVE "SESION VENCIDA" TO aud-clave
                   PERFORM 6000-REGISTRAR-AUDITORIA
               ELSE
                   PERFORM 8700-MARCAR-ACTIVIDAD
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de PINALUM.DAT mientras secretaria lo
      * tenga tomado
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-pin-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-PIN
           END-PERFORM.

      *-----------------------------------------------------------------
       END PROGRAM PKIOSCO.
