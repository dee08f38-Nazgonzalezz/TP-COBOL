      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Batch de deteccion de abandono. Busca los alumnos
      *    activos sin inscripcion en INSCRIP.DAT, sin nota en
      *    NOTAS.DAT y sin presentes en ASISTEN.DAT durante los
      *    ultimos meses que fija ABANPARM.DAT (seis si no esta; al
      *    alumno sin ninguna actividad se le cuenta desde su
      *    ingreso) y los propone en ABANDONO.DAT con la ultima
      *    actividad de cada tipo. El tutor confirma o descarta cada
      *    propuesta con PGENABAN; la confirmada se aplica recien
      *    cuando vence el periodo de gracia contado desde la
      *    propuesta (treinta dias si ABANPARM.DAT no dice otra cosa):
      *    el alumno pasa a baja en ALUMNOS.DAT con la fecha del dia
      *    como fecha de vigencia y ABANDONO.DAT guarda el motivo
      *    ABANDONO y la fecha. Si el alumno dado de baja por
      *    abandono vuelve a inscribirse, la corrida siguiente lo
      *    readmite solo. Una propuesta cuyo alumno vuelve a tener
      *    actividad se descarta; la que descarta el tutor cuenta como
      *    actividad del mes en que la descarto. El alumno con cuotas
      *    impagas (regla de PGENTITU) o con un titulo todavia en
      *    tramite en TITMOVI.DAT no se propone ni se da de baja: va a
      *    una lista aparte. Todo queda en el listado ABANLIS.DAT.
      *    Cada cambio de estado va al diario DIARIO.DAT a traves de
      *    RUTDIARI y a AUDIT.LOG. No pregunta nada, asi que puede ser
      *    un paso de la cadena nocturna (PLANJOBS.DAT).
      *    Antes de procesar verifica ALUMNOS.DAT, NOTAS.DAT,
      *    INSCRIP.DAT y CUOTAS.DAT contra sus registros de control de
      *    CTLMAEST.DAT a traves de RUTCONTR y, si no coinciden,
      *    termina con final anormal sin procesar nada. Al terminar
      *    deja en CTLMAEST.DAT los nuevos totales de ALUMNOS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PABANDON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-not.

       SELECT OPTIONAL ARCH-ASI         ASSIGN TO "ASISTEN.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asi.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-TIT         ASSIGN TO "TITULOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tit.

       SELECT OPTIONAL ARCH-TMV         ASSIGN TO "TITMOVI.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tmv.

       SELECT OPTIONAL ARCH-ABA         ASSIGN TO "ABANDONO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aba.

       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "ABANPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prm.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "ABANLIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO         PIC X(6).
                05 ALU-NOMBRE             PIC X(23).
                05 ALU-NRO-PAIS           PIC X(3).
                05 ALU-PLAN               PIC X.
                05 ALU-FECHA-INGRESO      PIC 9(8).
                05 ALU-ESTADO             PIC X.
                    88 ALUMNO-ACTIVO              VALUE "A" " ".
                    88 ALUMNO-EGRESADO            VALUE "E".
                    88 ALUMNO-BAJA                VALUE "B".
                05 ALU-FECHA-ESTADO       PIC X(8).
                05 ALU-SEDE               PIC X(2).
                05 ALU-TURNO              PIC X.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-ASI.
           01  REG-ASI.
                05 ASI-NRO-ALUMNO     PIC 9(6).
                05 ASI-NRO-MATERIA    PIC 99.
                05 ASI-ANIO           PIC 9(4).
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.

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

       FD  ARCH-TIT.
           01  REG-TIT.
                05 TIT-NRO-TITULO     PIC 9(5).
                05 TIT-NRO-ALUMNO     PIC 9(6).
                05 TIT-FECHA          PIC 9(8).
                05 TIT-PROMEDIO       PIC 99V99.
                05 ESPACIO-TIT        PIC XX.

       FD  ARCH-TMV.
           01  REG-TMV.
                05 TMV-NRO-TITULO     PIC 9(5).
                05 TMV-ETAPA          PIC 9.
                05 TMV-FECHA          PIC 9(8).
                05 TMV-HORA           PIC 9(6).
                05 TMV-USUARIO        PIC X(20).
                05 TMV-DNI-RECEPTOR   PIC X(10).
                05 TMV-RECEPTOR       PIC X(23).
                05 ESPACIO-TMV        PIC XX.

      * una propuesta de abandono por alumno y ciclo; la abierta es
      * la que esta propuesta, confirmada o aplicada como baja
       FD  ARCH-ABA.
           01  REG-ABA.
                05 ABA-NRO-ALUMNO     PIC 9(6).
                05 ABA-ESTADO         PIC X.
                    88 ABANDONO-PROPUESTO     VALUE "P".
                    88 ABANDONO-CONFIRMADO    VALUE "C".
                    88 ABANDONO-DESCARTADO    VALUE "X".
                    88 ABANDONO-BAJA          VALUE "B".
                    88 ABANDONO-READMITIDO    VALUE "R".
                05 ABA-FECHA-PROPUESTA PIC 9(8).
                05 ABA-ULT-INSCRIP    PIC 9(6).
                05 ABA-ULT-NOTA       PIC 9(6).
                05 ABA-ULT-ASISTEN    PIC 9(6).
                05 ABA-FECHA-CONFIRMA PIC 9(8).
                05 ABA-TUTOR          PIC X(20).
                05 ABA-FECHA-BAJA     PIC 9(8).
                05 ABA-MOTIVO         PIC X(10).
                05 ABA-FECHA-CIERRE   PIC 9(8).
                05 ESPACIO-ABA        PIC XX.

       FD  ARCH-PRM.
           01  REG-PRM.
                05 prm-mesesInactivo  PIC 99.
                05 prm-diasGracia     PIC 9(3).

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

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
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).
       77  wss-regAluAnterior            PIC X(53).

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
           88 wss-fs-alu-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.
       01  wss-fs-asi                    PIC X(2).
           88 wss-fs-asi-OK                        VALUE '00'.
       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
       01  wss-fs-tit                    PIC X(2).
           88 wss-fs-tit-OK                        VALUE '00'.
       01  wss-fs-tmv                    PIC X(2).
           88 wss-fs-tmv-OK                        VALUE '00'.
       01  wss-fs-aba                    PIC X(2).
           88 wss-fs-aba-OK                        VALUE '00'.
       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * manejo de archivo ocupado por otro operador
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * parametros de la deteccion (ABANPARM.DAT)
       77  wss-mesesInactivo             PIC 99    VALUE 06.
       77  wss-diasGracia                PIC 9(3)  VALUE 030.

      * alumnos en juego: los activos y los dados de baja por
      * abandono que todavia pueden ser readmitidos. La situacion
      * de la corrida es N propuesta nueva, P pendiente del tutor,
      * G confirmada en gracia, B baja aplicada, R readmitido,
      * D descartada por actividad nueva, E no se da de baja por
      * deuda o titulo en tramite
       77  wss-cont-alumnos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ALUMNOS                OCCURS 3000 TIMES.
           05 val-nroAlumno              PIC 9(6).
           05 val-nombre                 PIC X(23).
           05 val-sede                   PIC X(2).
           05 val-estado                 PIC X.
           05 val-ingreso                PIC 9(6).
           05 val-ultInscrip             PIC 9(6).
           05 val-ultNota                PIC 9(6).
           05 val-ultAsisten             PIC 9(6).
           05 val-deuda                  PIC X.
           05 val-saldo                  PIC 9(6)V99.
           05 val-titulo                 PIC X.
           05 val-abandono               PIC 9(4)  COMP.
           05 val-situacion              PIC X.
           05 val-dias                   PIC 9(5).
       77  WS-IND-ALU                    PIC 9(4)  COMP.
       77  wss-indAlumno                 PIC 9(4)  COMP.
       77  wss-alumnoBusca               PIC 9(6).

      * ABANDONO.DAT completo; se vuelve a grabar al final
       77  wss-cont-abandonos            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ABANDONOS              OCCURS 3000 TIMES.
           05 vab-nroAlumno              PIC 9(6).
           05 vab-estado                 PIC X.
           05 vab-fechaPropuesta         PIC 9(8).
           05 vab-ultInscrip             PIC 9(6).
           05 vab-ultNota                PIC 9(6).
           05 vab-ultAsisten             PIC 9(6).
           05 vab-fechaConfirma          PIC 9(8).
           05 vab-tutor                  PIC X(20).
           05 vab-fechaBaja              PIC 9(8).
           05 vab-motivo                 PIC X(10).
           05 vab-fechaCierre            PIC 9(8).
           05 vab-visto                  PIC X.
       77  WS-IND-ABA                    PIC 9(4)  COMP.
       77  wss-indAbandono               PIC 9(4)  COMP.

      * titulos con la etapa de su ultimo movimiento
       77  wss-cont-titulos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-TITULOS                OCCURS 2000 TIMES.
           05 vti-nroTitulo              PIC 9(5).
           05 vti-nroAlumno              PIC 9(6).
           05 vti-etapa                  PIC 9.
       77  WS-IND-TIT                    PIC 9(4)  COMP.

       77  wss-periodo                   PIC 9(6).
       77  wss-ultimaActividad           PIC 9(6).
       77  wss-anioP                     PIC 9(4).
       77  wss-mesP                      PIC 99.
       77  wss-puntoActual               PIC 9(6)  COMP.
       77  wss-puntoUltimo               PIC 9(6)  COMP.
       77  wss-inactivo                  PIC X.
       77  wss-retenido                  PIC X.
       77  wss-seccion                   PIC 9     COMP.
       77  wss-cont-seccion              PIC 9(4)  COMP.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-nuevas               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-bajas                PIC 9(7)  COMP VALUE 0.
       77  wss-cont-readmitidos          PIC 9(7)  COMP VALUE 0.
       77  wss-cont-retenidos            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-cerradas             PIC 9(7)  COMP VALUE 0.

       01  TABLA-SECCIONES.
           05 FILLER                     PIC X(50) VALUE
           "NPROPUESTAS NUEVAS DE ABANDONO".
           05 FILLER                     PIC X(50) VALUE
           "PPENDIENTES DE CONFIRMACION DEL TUTOR".
           05 FILLER                     PIC X(50) VALUE
           "GCONFIRMADAS, EN PERIODO DE GRACIA".
           05 FILLER                     PIC X(50) VALUE
           "BBAJAS POR ABANDONO APLICADAS HOY".
           05 FILLER                     PIC X(50) VALUE
           "RREADMITIDOS POR VOLVER A INSCRIBIRSE".
           05 FILLER                     PIC X(50) VALUE
           "DPROPUESTAS DESCARTADAS POR ACTIVIDAD NUEVA".
           05 FILLER                     PIC X(50) VALUE
           "ENO SE DAN DE BAJA: DEUDA O TITULO EN TRAMITE".
       01  FILLER REDEFINES TABLA-SECCIONES.
           05 FILLER                     OCCURS 7 TIMES.
               10 secSituacion           PIC X.
               10 secTitulo              PIC X(49).

       01  LINEA-PARAMETROS.
           05 FILLER                     PIC X(21) VALUE
           "  MESES SIN ACTIVIDAD".
           05 FILLER                     PIC X(2)  VALUE ": ".
           05 lpm-meses                  PIC Z9.
           05 FILLER                     PIC X(19) VALUE
           "   DIAS DE GRACIA: ".
           05 lpm-gracia                 PIC ZZ9.
           05 FILLER                     PIC X(12) VALUE
           "   PERIODO: ".
           05 lpm-periodo                PIC X(7).

       01  LINEA-SECCION.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lse-titulo                 PIC X(49).

       01  LINEA-TITULO-DETALLE.
           05 FILLER                     PIC X(39) VALUE
           "  ALUMNO NOMBRE                  SD INS".
           05 FILLER                     PIC X(39) VALUE
           "CRIP. NOTA    ASIST.  OBSERVACION".

       01  LINEA-DETALLE.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lde-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-sede                   PIC X(2).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-inscrip                PIC X(7).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-nota                   PIC X(7).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-asisten                PIC X(7).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lde-observacion            PIC X(30).

       01  LINEA-TOTAL-SECCION.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lts-cantidad               PIC ZZZ9.
           05 FILLER                     PIC X(8)  VALUE " ALUMNOS".

       77  wss-periodoEd                 PIC X(7).
       77  wss-saldoEd                   PIC ZZZZZ9.99.
       77  wss-diasEd                    PIC ZZZZ9.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
       01  AREA-DE-COMMUNICATION-FECH.
           05 DATOS-ENTRADA-A-LA-RUTINA.
               10 OPCION-F            PIC 9.
               10 FECHA.
                   15 diaa            PIC 99.
                   15 mess            PIC 99.
                   15 anioo           PIC 9(4).
               10 FECHA2.
                   15 diaa2           PIC 99.
                   15 mess2           PIC 99.
                   15 anioo2          PIC 9(4).
           05 DATOS-SALIDA-DE-LA-RUTINA.
               10 ANIO-VALIDADO       PIC 9(4).
               10 MES-VALIDADO        PIC 99.
               10 FECHA-FORMATOO1     PIC X(8).
               10 FECHA-FORMATOO2     PIC X(8).
               10 FECHA-FORMATOO3     PIC X(10).
               10 FECHA-FORMATOO4     PIC X(10).
               10 FECHA-FORMATOO5     PIC X(35).
               10 DIF-DIAS            PIC 9(5).
               10 DIF-MESES           PIC 9(4).
               10 DIF-ANIOS           PIC 9(3).
               10 EDAD-ANIOS          PIC 9(3).
               10 COMO-TERMINO.
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
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1100-CARGAR-ABANDONOS
           PERFORM 1200-CARGAR-ALUMNOS
           PERFORM 2000-ACUMULAR-INSCRIPCIONES
           PERFORM 2200-ACUMULAR-NOTAS
           PERFORM 2300-ACUMULAR-ASISTENCIA
           PERFORM 2500-MARCAR-DEUDA
           PERFORM 2600-MARCAR-TITULOS
           PERFORM 3000-EVALUAR-ALUMNOS
           PERFORM 3900-CERRAR-PROPUESTAS-HUERFANAS
           PERFORM 4000-APLICAR-CAMBIOS-DE-ESTADO
           PERFORM 5000-GRABAR-ABANDONOS
           PERFORM 6000-EMITIR-LISTADO
           MOVE "S" TO wss-corrida-normal
           PERFORM 7000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       IF prm-mesesInactivo IS NUMERIC
                               AND prm-mesesInactivo > 0
                           MOVE prm-mesesInactivo TO wss-mesesInactivo
                       END-IF
                       IF prm-diasGracia IS NUMERIC
                           MOVE prm-diasGracia TO wss-diasGracia
                       END-IF
               END-READ
               CLOSE ARCH-PRM
           ELSE
               CLOSE ARCH-PRM
           END-IF
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           MOVE wss-periodoActual TO wss-periodo
           PERFORM 8100-CALCULAR-PUNTO
           MOVE wss-puntoUltimo TO wss-puntoActual.

      *-----------------------------------------------------------------

       1100-CARGAR-ABANDONOS.
           OPEN INPUT ARCH-ABA
           IF wss-fs-aba-OK
               READ ARCH-ABA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-abandonos < 3000
                       ADD 1 TO wss-cont-abandonos
                       MOVE wss-cont-abandonos TO WS-IND-ABA
                       MOVE ABA-NRO-ALUMNO TO vab-nroAlumno(WS-IND-ABA)
                       MOVE ABA-ESTADO TO vab-estado(WS-IND-ABA)
                       MOVE ABA-FECHA-PROPUESTA
                           TO vab-fechaPropuesta(WS-IND-ABA)
                       MOVE ABA-ULT-INSCRIP
                           TO vab-ultInscrip(WS-IND-ABA)
                       MOVE ABA-ULT-NOTA TO vab-ultNota(WS-IND-ABA)
                       MOVE ABA-ULT-ASISTEN
                           TO vab-ultAsisten(WS-IND-ABA)
                       MOVE ABA-FECHA-CONFIRMA
                           TO vab-fechaConfirma(WS-IND-ABA)
                       MOVE ABA-TUTOR TO vab-tutor(WS-IND-ABA)
                       MOVE ABA-FECHA-BAJA TO vab-fechaBaja(WS-IND-ABA)
                       MOVE ABA-MOTIVO TO vab-motivo(WS-IND-ABA)
                       MOVE ABA-FECHA-CIERRE
                           TO vab-fechaCierre(WS-IND-ABA)
                       MOVE "N" TO vab-visto(WS-IND-ABA)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 3000 registros en "
                           "ABANDONO.DAT, los restantes se pierden; "
                           "depure el archivo"
                   END-IF
                   READ ARCH-ABA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ABA
           ELSE
               CLOSE ARCH-ABA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * entran los activos y los que estan de baja con una baja por
      * abandono abierta, que son los unicos que se pueden readmitir
       1200-CARGAR-ALUMNOS.
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidos
                   IF ALU-NRO-ALUMNO IS NUMERIC
                           AND (ALUMNO-ACTIVO OR ALUMNO-BAJA)
                       MOVE ALU-NRO-ALUMNO TO wss-alumnoBusca
                       PERFORM 1300-BUSCAR-ABANDONO-ABIERTO
                       IF ALUMNO-ACTIVO
                           PERFORM 1250-GUARDAR-UN-ALUMNO
                       ELSE
                           IF wss-indAbandono > 0
                               IF vab-estado(wss-indAbandono) = "B"
                                   PERFORM 1250-GUARDAR-UN-ALUMNO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1250-GUARDAR-UN-ALUMNO.
           IF wss-cont-alumnos < 3000
               ADD 1 TO wss-cont-alumnos
               MOVE wss-cont-alumnos TO WS-IND-ALU
               MOVE wss-alumnoBusca TO val-nroAlumno(WS-IND-ALU)
               MOVE ALU-NOMBRE TO val-nombre(WS-IND-ALU)
               MOVE ALU-SEDE TO val-sede(WS-IND-ALU)
               MOVE ALU-ESTADO TO val-estado(WS-IND-ALU)
               IF ALU-FECHA-INGRESO IS NUMERIC
                   MOVE ALU-FECHA-INGRESO(1:6)
                       TO val-ingreso(WS-IND-ALU)
               ELSE
                   MOVE wss-periodoActual TO val-ingreso(WS-IND-ALU)
               END-IF
               MOVE 0 TO val-ultInscrip(WS-IND-ALU)
               MOVE 0 TO val-ultNota(WS-IND-ALU)
               MOVE 0 TO val-ultAsisten(WS-IND-ALU)
               MOVE "N" TO val-deuda(WS-IND-ALU)
               MOVE 0 TO val-saldo(WS-IND-ALU)
               MOVE "N" TO val-titulo(WS-IND-ALU)
               MOVE wss-indAbandono TO val-abandono(WS-IND-ALU)
               MOVE SPACE TO val-situacion(WS-IND-ALU)
               MOVE 0 TO val-dias(WS-IND-ALU)
               IF wss-indAbandono > 0
                   MOVE "S" TO vab-visto(wss-indAbandono)
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: mas de 3000 alumnos activos, "
                   "el alumno " wss-alumnoBusca " no se analiza"
           END-IF.

      *-----------------------------------------------------------------

      * propuesta abierta del alumno: propuesta, confirmada o baja
      * aplicada; descartadas y readmitidos ya cerraron su ciclo
       1300-BUSCAR-ABANDONO-ABIERTO.
           MOVE 0 TO wss-indAbandono
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               IF vab-nroAlumno(WS-IND-ABA) = wss-alumnoBusca
                       AND (vab-estado(WS-IND-ABA) = "P"
                           OR vab-estado(WS-IND-ABA) = "C"
                           OR vab-estado(WS-IND-ABA) = "B")
                   MOVE WS-IND-ABA TO wss-indAbandono
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2000-ACUMULAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE INS-NRO-ALUMNO TO wss-alumnoBusca
                   PERFORM 2100-UBICAR-ALUMNO
                   IF wss-indAlumno > 0
                       COMPUTE wss-periodo = INS-ANIO * 100 + INS-MES
                       IF wss-periodo > val-ultInscrip(wss-indAlumno)
                           MOVE wss-periodo
                               TO val-ultInscrip(wss-indAlumno)
                       END-IF
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2100-UBICAR-ALUMNO.
           MOVE 0 TO wss-indAlumno
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
                   OR wss-indAlumno > 0
               IF val-nroAlumno(WS-IND-ALU) = wss-alumnoBusca
                   MOVE WS-IND-ALU TO wss-indAlumno
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2200-ACUMULAR-NOTAS.
           OPEN INPUT ARCH-NOT
           IF wss-fs-not-OK
               READ ARCH-NOT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE NOT-NRO-ALUMNO TO wss-alumnoBusca
                   PERFORM 2100-UBICAR-ALUMNO
                   IF wss-indAlumno > 0
                       COMPUTE wss-periodo = NOT-ANIO * 100 + NOT-MES
                       IF wss-periodo > val-ultNota(wss-indAlumno)
                           MOVE wss-periodo
                               TO val-ultNota(wss-indAlumno)
                       END-IF
                   END-IF
                   READ ARCH-NOT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
           ELSE
               CLOSE ARCH-NOT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * solo cuenta el mes con al menos un presente
       2300-ACUMULAR-ASISTENCIA.
           OPEN INPUT ARCH-ASI
           IF wss-fs-asi-OK
               READ ARCH-ASI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ASI-PRESENTES > 0
                       MOVE ASI-NRO-ALUMNO TO wss-alumnoBusca
                       PERFORM 2100-UBICAR-ALUMNO
                       IF wss-indAlumno > 0
                           COMPUTE wss-periodo =
                               ASI-ANIO * 100 + ASI-MES
                           IF wss-periodo >
                                   val-ultAsisten(wss-indAlumno)
                               MOVE wss-periodo
                                   TO val-ultAsisten(wss-indAlumno)
                           END-IF
                       END-IF
                   END-IF
                   READ ARCH-ASI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASI
           ELSE
               CLOSE ARCH-ASI
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * misma regla de deuda que la emision de titulos: lo
      * refinanciado en un plan de pagos no es deuda y la cuota del
      * plan que todavia no vencio tampoco
       2500-MARCAR-DEUDA.
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CUO-PAGADO < CUO-IMPORTE
                           AND CUOTA-VIGENTE
                           AND (NOT CUOTA-PLAN
                               OR CUO-ANIO * 100 + CUO-MES <
                                   wss-periodoActual)
                       MOVE CUO-NRO-ALUMNO TO wss-alumnoBusca
                       PERFORM 2100-UBICAR-ALUMNO
                       IF wss-indAlumno > 0
                           MOVE "S" TO val-deuda(wss-indAlumno)
                           COMPUTE val-saldo(wss-indAlumno) =
                               val-saldo(wss-indAlumno)
                               + CUO-IMPORTE - CUO-PAGADO
                       END-IF
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               CLOSE ARCH-CUO
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * todo titulo arranca SOLICITADO y TITMOVI.DAT, grabado en
      * orden, deja en su ultimo movimiento la etapa vigente; el que
      * no llego a ENTREGADO (etapa 6) esta en tramite
       2600-MARCAR-TITULOS.
           OPEN INPUT ARCH-TIT
           IF wss-fs-tit-OK
               READ ARCH-TIT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-titulos < 2000
                       ADD 1 TO wss-cont-titulos
                       MOVE wss-cont-titulos TO WS-IND-TIT
                       MOVE TIT-NRO-TITULO TO vti-nroTitulo(WS-IND-TIT)
                       MOVE TIT-NRO-ALUMNO TO vti-nroAlumno(WS-IND-TIT)
                       MOVE 1 TO vti-etapa(WS-IND-TIT)
                   END-IF
                   READ ARCH-TIT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TIT
           ELSE
               CLOSE ARCH-TIT
           END-IF
           MOVE "N" TO flag
           OPEN INPUT ARCH-TMV
           IF wss-fs-tmv-OK
               READ ARCH-TMV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                           UNTIL WS-IND-TIT > wss-cont-titulos
                       IF vti-nroTitulo(WS-IND-TIT) = TMV-NRO-TITULO
                           MOVE TMV-ETAPA TO vti-etapa(WS-IND-TIT)
                       END-IF
                   END-PERFORM
                   READ ARCH-TMV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TMV
           ELSE
               CLOSE ARCH-TMV
           END-IF
           MOVE "N" TO flag
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT > wss-cont-titulos
               IF vti-etapa(WS-IND-TIT) < 6
                   MOVE vti-nroAlumno(WS-IND-TIT) TO wss-alumnoBusca
                   PERFORM 2100-UBICAR-ALUMNO
                   IF wss-indAlumno > 0
                       MOVE "S" TO val-titulo(wss-indAlumno)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-EVALUAR-ALUMNOS.
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
               MOVE WS-IND-ALU TO wss-indAlumno
               MOVE val-abandono(wss-indAlumno) TO wss-indAbandono
               PERFORM 3100-VER-INACTIVIDAD
               MOVE "N" TO wss-retenido
               IF val-deuda(wss-indAlumno) = "S"
                       OR val-titulo(wss-indAlumno) = "S"
                   MOVE "S" TO wss-retenido
               END-IF
               IF wss-indAbandono = 0
                   PERFORM 3200-EVALUAR-SIN-PROPUESTA
               ELSE
                   EVALUATE vab-estado(wss-indAbandono)
                       WHEN "B"
                           PERFORM 3300-EVALUAR-READMISION
                       WHEN OTHER
                           PERFORM 3400-EVALUAR-PROPUESTA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la ultima actividad es la mas reciente de las tres; sin
      * ninguna cuenta el mes de ingreso. La propuesta que el tutor
      * descarto porque el alumno sigue cursando cuenta como
      * actividad del mes en que la descarto, para no volver a
      * proponerlo en la corrida siguiente
       3100-VER-INACTIVIDAD.
           MOVE val-ultInscrip(wss-indAlumno) TO wss-ultimaActividad
           IF val-ultNota(wss-indAlumno) > wss-ultimaActividad
               MOVE val-ultNota(wss-indAlumno) TO wss-ultimaActividad
           END-IF
           IF val-ultAsisten(wss-indAlumno) > wss-ultimaActividad
               MOVE val-ultAsisten(wss-indAlumno) TO wss-ultimaActividad
           END-IF
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               IF vab-nroAlumno(WS-IND-ABA) =
                       val-nroAlumno(wss-indAlumno)
                       AND vab-estado(WS-IND-ABA) = "X"
                       AND vab-tutor(WS-IND-ABA) NOT = SPACES
                   MOVE vab-fechaCierre(WS-IND-ABA)(1:6) TO wss-periodo
                   IF wss-periodo > wss-ultimaActividad
                       MOVE wss-periodo TO wss-ultimaActividad
                   END-IF
               END-IF
           END-PERFORM
           IF wss-ultimaActividad = 0
               MOVE val-ingreso(wss-indAlumno) TO wss-ultimaActividad
           END-IF
           MOVE wss-ultimaActividad TO wss-periodo
           PERFORM 8100-CALCULAR-PUNTO
           IF wss-puntoUltimo + wss-mesesInactivo <= wss-puntoActual
               MOVE "S" TO wss-inactivo
           ELSE
               MOVE "N" TO wss-inactivo
           END-IF.

      *-----------------------------------------------------------------

       3200-EVALUAR-SIN-PROPUESTA.
           IF val-estado(wss-indAlumno) NOT = "B"
                   AND wss-inactivo = "S"
               IF wss-retenido = "S"
                   MOVE "E" TO val-situacion(wss-indAlumno)
                   ADD 1 TO wss-cont-retenidos
               ELSE
                   IF wss-cont-abandonos < 3000
                       ADD 1 TO wss-cont-abandonos
                       MOVE wss-cont-abandonos TO WS-IND-ABA
                       INITIALIZE VECTOR-ABANDONOS(WS-IND-ABA)
                       MOVE val-nroAlumno(wss-indAlumno)
                           TO vab-nroAlumno(WS-IND-ABA)
                       MOVE "P" TO vab-estado(WS-IND-ABA)
                       MOVE wss-fechaHoy
                           TO vab-fechaPropuesta(WS-IND-ABA)
                       MOVE val-ultInscrip(wss-indAlumno)
                           TO vab-ultInscrip(WS-IND-ABA)
                       MOVE val-ultNota(wss-indAlumno)
                           TO vab-ultNota(WS-IND-ABA)
                       MOVE val-ultAsisten(wss-indAlumno)
                           TO vab-ultAsisten(WS-IND-ABA)
                       MOVE "S" TO vab-visto(WS-IND-ABA)
                       MOVE WS-IND-ABA TO val-abandono(wss-indAlumno)
                       MOVE "N" TO val-situacion(wss-indAlumno)
                       ADD 1 TO wss-cont-nuevas
                   ELSE
                       DISPLAY "ADVERTENCIA: ABANDONO.DAT lleno, el "
                           "alumno " val-nroAlumno(wss-indAlumno)
                           " no se propone"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * el dado de baja por abandono que se inscribio para el periodo
      * de la baja o uno posterior vuelve a activo (cuando se aplico
      * la baja no tenia inscripciones tan recientes, asi que son
      * nuevas); si alguien ya lo activo a mano solo se cierra el
      * ciclo
       3300-EVALUAR-READMISION.
           IF val-estado(wss-indAlumno) NOT = "B"
               MOVE "R" TO vab-estado(wss-indAbandono)
               MOVE wss-fechaHoy TO vab-fechaCierre(wss-indAbandono)
               ADD 1 TO wss-cont-cerradas
           ELSE
               IF val-ultInscrip(wss-indAlumno) >=
                       vab-fechaBaja(wss-indAbandono)(1:6)
                   MOVE "R" TO val-situacion(wss-indAlumno)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * propuesta o confirmada: con actividad nueva se descarta; la
      * confirmada con la gracia vencida se aplica salvo deuda o
      * titulo en tramite
       3400-EVALUAR-PROPUESTA.
           IF wss-inactivo = "N"
               MOVE "X" TO vab-estado(wss-indAbandono)
               MOVE wss-fechaHoy TO vab-fechaCierre(wss-indAbandono)
               MOVE "D" TO val-situacion(wss-indAlumno)
           ELSE
               PERFORM 3450-CALCULAR-DIAS-DE-ESPERA
               EVALUATE TRUE
                   WHEN wss-retenido = "S"
                       MOVE "E" TO val-situacion(wss-indAlumno)
                       ADD 1 TO wss-cont-retenidos
                   WHEN vab-estado(wss-indAbandono) = "P"
                       MOVE "P" TO val-situacion(wss-indAlumno)
                   WHEN val-dias(wss-indAlumno) >= wss-diasGracia
                       MOVE "B" TO val-situacion(wss-indAlumno)
                   WHEN OTHER
                       MOVE "G" TO val-situacion(wss-indAlumno)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

       3450-CALCULAR-DIAS-DE-ESPERA.
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE vab-fechaPropuesta(wss-indAbandono)(7:2) TO diaa
           MOVE vab-fechaPropuesta(wss-indAbandono)(5:2) TO mess
           MOVE vab-fechaPropuesta(wss-indAbandono)(1:4) TO anioo
           MOVE wss-fechaHoy(7:2) TO diaa2
           MOVE wss-fechaHoy(5:2) TO mess2
           MOVE wss-fechaHoy(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE DIF-DIAS TO val-dias(wss-indAlumno).

      *-----------------------------------------------------------------

      * la propuesta abierta de un alumno que ya no esta activo (lo
      * egresaron o le dieron la baja por otro camino) se descarta
       3900-CERRAR-PROPUESTAS-HUERFANAS.
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               IF vab-visto(WS-IND-ABA) = "N"
                       AND (vab-estado(WS-IND-ABA) = "P"
                           OR vab-estado(WS-IND-ABA) = "C")
                   MOVE "X" TO vab-estado(WS-IND-ABA)
                   MOVE wss-fechaHoy TO vab-fechaCierre(WS-IND-ABA)
                   ADD 1 TO wss-cont-cerradas
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * una sola pasada por ALUMNOS.DAT regrabando las bajas y las
      * readmisiones de la corrida; ABANDONO.DAT cambia solo si el
      * alumno se pudo regrabar
       4000-APLICAR-CAMBIOS-DE-ESTADO.
           OPEN I-O ARCH-ALU
           IF wss-fs-alu-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-alu-OK
               DISPLAY "error al abrir ALUMNOS.DAT, las bajas y "
                   "readmisiones quedan para la proxima corrida"
               PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU > wss-cont-alumnos
                   IF val-situacion(WS-IND-ALU) = "B"
                       MOVE "G" TO val-situacion(WS-IND-ALU)
                   END-IF
                   IF val-situacion(WS-IND-ALU) = "R"
                       MOVE SPACE TO val-situacion(WS-IND-ALU)
                   END-IF
               END-PERFORM
           ELSE
               OPEN EXTEND ARCH-AUDIT
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ALU-NRO-ALUMNO IS NUMERIC
                       MOVE ALU-NRO-ALUMNO TO wss-alumnoBusca
                       PERFORM 2100-UBICAR-ALUMNO
                       IF wss-indAlumno > 0
                           IF val-situacion(wss-indAlumno) = "B"
                                   OR val-situacion(wss-indAlumno) = "R"
                               PERFORM 4100-REGRABAR-ALUMNO
                           END-IF
                       END-IF
                   END-IF
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
               CLOSE ARCH-AUDIT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       4100-REGRABAR-ALUMNO.
           MOVE val-abandono(wss-indAlumno) TO wss-indAbandono
           MOVE REG-ALU TO wss-regAluAnterior
           IF val-situacion(wss-indAlumno) = "B"
               SET ALUMNO-BAJA TO TRUE
           ELSE
               MOVE "A" TO ALU-ESTADO
           END-IF
           MOVE wss-fechaHoy TO ALU-FECHA-ESTADO
           REWRITE REG-ALU
           IF NOT wss-fs-alu-OK
               DISPLAY "error al regrabar el alumno " ALU-NRO-ALUMNO
               IF val-situacion(wss-indAlumno) = "B"
                   MOVE "G" TO val-situacion(wss-indAlumno)
               ELSE
                   MOVE SPACE TO val-situacion(wss-indAlumno)
               END-IF
           ELSE
               PERFORM 4200-REGISTRAR-DIARIO
               MOVE SPACES TO aud-clave
               IF val-situacion(wss-indAlumno) = "B"
                   MOVE "B" TO vab-estado(wss-indAbandono)
                   MOVE wss-fechaHoy TO vab-fechaBaja(wss-indAbandono)
                   MOVE "ABANDONO" TO vab-motivo(wss-indAbandono)
                   ADD 1 TO wss-cont-bajas
                   STRING ALU-NRO-ALUMNO DELIMITED BY SIZE
                       "/B ABANDONO"     DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               ELSE
                   MOVE "R" TO vab-estado(wss-indAbandono)
                   MOVE wss-fechaHoy TO vab-fechaCierre(wss-indAbandono)
                   ADD 1 TO wss-cont-readmitidos
                   STRING ALU-NRO-ALUMNO DELIMITED BY SIZE
                       "/A READMISION"   DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               END-IF
               PERFORM 4300-REGISTRAR-AUDITORIA
           END-IF.

      *-----------------------------------------------------------------

      * el cambio de estado va al diario de cambios con la imagen
      * anterior del alumno para poder reaplicarlo despues de una
      * restauracion de PBACKUP
       4200-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PABANDON" TO J-PROGRAMA
           MOVE "ALU" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regAluAnterior TO J-IMAGEN-ANTES
           MOVE REG-ALU TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       4300-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PABANDON" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-GRABAR-ABANDONOS.
           OPEN OUTPUT ARCH-ABA
           IF NOT wss-fs-aba-OK
               DISPLAY "error al grabar ABANDONO.DAT"
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-ABA FROM 1 BY 1
                   UNTIL WS-IND-ABA > wss-cont-abandonos
               MOVE vab-nroAlumno(WS-IND-ABA) TO ABA-NRO-ALUMNO
               MOVE vab-estado(WS-IND-ABA) TO ABA-ESTADO
               MOVE vab-fechaPropuesta(WS-IND-ABA)
                   TO ABA-FECHA-PROPUESTA
               MOVE vab-ultInscrip(WS-IND-ABA) TO ABA-ULT-INSCRIP
               MOVE vab-ultNota(WS-IND-ABA) TO ABA-ULT-NOTA
               MOVE vab-ultAsisten(WS-IND-ABA) TO ABA-ULT-ASISTEN
               MOVE vab-fechaConfirma(WS-IND-ABA) TO ABA-FECHA-CONFIRMA
               MOVE vab-tutor(WS-IND-ABA) TO ABA-TUTOR
               MOVE vab-fechaBaja(WS-IND-ABA) TO ABA-FECHA-BAJA
               MOVE vab-motivo(WS-IND-ABA) TO ABA-MOTIVO
               MOVE vab-fechaCierre(WS-IND-ABA) TO ABA-FECHA-CIERRE
               MOVE SPACES TO ESPACIO-ABA
               WRITE REG-ABA
               IF NOT wss-fs-aba-OK then
                   display "error al escribir ABANDONO.DAT"
               END-IF
           END-PERFORM
           CLOSE ARCH-ABA.

      *-----------------------------------------------------------------

       6000-EMITIR-LISTADO.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir ABANLIS.DAT"
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*        DETECCION DE ABANDONO                   *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE wss-mesesInactivo TO lpm-meses
           MOVE wss-diasGracia TO lpm-gracia
           MOVE wss-periodoActual TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lpm-periodo
           WRITE REG-LIS FROM LINEA-PARAMETROS
           PERFORM VARYING wss-seccion FROM 1 BY 1
                   UNTIL wss-seccion > 7
               PERFORM 6100-EMITIR-SECCION
           END-PERFORM
           CLOSE ARCH-LIS
           DISPLAY "*** DETECCION DE ABANDONO COMPLETADA ***"
           DISPLAY "alumnos leidos: " wss-cont-leidos
               "  propuestas nuevas: " wss-cont-nuevas
               "  bajas: " wss-cont-bajas
               "  readmitidos: " wss-cont-readmitidos
           DISPLAY "no se dan de baja por deuda o titulo: "
               wss-cont-retenidos "  propuestas cerradas sin "
               "listar: " wss-cont-cerradas
           DISPLAY "listado en ABANLIS.DAT".

      *-----------------------------------------------------------------

       6100-EMITIR-SECCION.
           WRITE REG-LIS FROM SPACES
           MOVE secTitulo(wss-seccion) TO lse-titulo
           WRITE REG-LIS FROM LINEA-SECCION
           WRITE REG-LIS FROM LINEA-TITULO-DETALLE
           MOVE 0 TO wss-cont-seccion
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
               IF val-situacion(WS-IND-ALU) = secSituacion(wss-seccion)
                   ADD 1 TO wss-cont-seccion
                   PERFORM 6200-EMITIR-DETALLE
               END-IF
           END-PERFORM
           MOVE wss-cont-seccion TO lts-cantidad
           WRITE REG-LIS FROM LINEA-TOTAL-SECCION.

      *-----------------------------------------------------------------

       6200-EMITIR-DETALLE.
           MOVE WS-IND-ALU TO wss-indAlumno
           MOVE val-abandono(wss-indAlumno) TO wss-indAbandono
           MOVE val-nroAlumno(wss-indAlumno) TO lde-nroAlumno
           MOVE val-nombre(wss-indAlumno) TO lde-nombre
           MOVE val-sede(wss-indAlumno) TO lde-sede
           MOVE val-ultInscrip(wss-indAlumno) TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lde-inscrip
           MOVE val-ultNota(wss-indAlumno) TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lde-nota
           MOVE val-ultAsisten(wss-indAlumno) TO wss-periodo
           PERFORM 8200-EDITAR-PERIODO
           MOVE wss-periodoEd TO lde-asisten
           MOVE SPACES TO lde-observacion
           MOVE val-dias(wss-indAlumno) TO wss-diasEd
           EVALUATE val-situacion(wss-indAlumno)
               WHEN "P"
                   STRING "PROPUESTO HACE " wss-diasEd " DIAS"
                       DELIMITED BY SIZE INTO lde-observacion
                   END-STRING
               WHEN "G"
                   STRING "CONFIRMADO, ESPERA " wss-diasEd " DIAS"
                       DELIMITED BY SIZE INTO lde-observacion
                   END-STRING
               WHEN "B"
                   MOVE "BAJA POR ABANDONO DESDE HOY" TO lde-observacion
               WHEN "R"
                   MOVE "VUELVE A ACTIVO DESDE HOY" TO lde-observacion
               WHEN "E"
                   IF val-deuda(wss-indAlumno) = "S"
                       MOVE val-saldo(wss-indAlumno) TO wss-saldoEd
                       STRING "DEUDA " wss-saldoEd
                           DELIMITED BY SIZE INTO lde-observacion
                       END-STRING
                       IF val-titulo(wss-indAlumno) = "S"
                           MOVE "+ TITULO" TO lde-observacion(17:8)
                       END-IF
                   ELSE
                       MOVE "TITULO EN TRAMITE" TO lde-observacion
                   END-IF
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-DETALLE.

      *-----------------------------------------------------------------

       7000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           PERFORM 7500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       7500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PABANDON" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               COMPUTE est-escritos = wss-cont-nuevas + wss-cont-bajas
                   + wss-cont-readmitidos
               MOVE wss-cont-retenidos TO est-rechazados
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

      * numero de mes corrido de un periodo aaaamm, para contar
      * meses entre dos periodos
       8100-CALCULAR-PUNTO.
           DIVIDE wss-periodo BY 100 GIVING wss-anioP
               REMAINDER wss-mesP
           COMPUTE wss-puntoUltimo = wss-anioP * 12 + wss-mesP.

      *-----------------------------------------------------------------

       8200-EDITAR-PERIODO.
           IF wss-periodo = 0
               MOVE "  --   " TO wss-periodoEd
           ELSE
               MOVE SPACES TO wss-periodoEd
               STRING wss-periodo(5:2) "/" wss-periodo(1:4)
                   DELIMITED BY SIZE INTO wss-periodoEd
               END-STRING
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de ALUMNOS.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-alu-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "ALUMNOS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-alu "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-ALU
           END-PERFORM
           IF wss-fs-alu-OCUPADO
               DISPLAY "ALUMNOS.DAT sigue en uso; avise a "
                   "quien lo este usando y reintente en unos "
                   "minutos"
           END-IF.

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

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUNOTINSCUO" TO K-ARCHIVOS
           MOVE "PABANDON" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "ALU" TO K-ARCHIVOS
           MOVE "PABANDON" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PABANDON" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PABANDON.
