      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Extracto enmascarado de los maestros para pruebas,
      *    capacitacion e investigacion. Copia ALUMNOS.DAT,
      *    ALUMDET.DAT, NOTAS.DAT, HISTORIA.DAT, INSCRIP.DAT,
      *    ASISTEN.DAT y CUOTAS.DAT a archivos .MSK del mismo formato
      *    reemplazando los datos personales (nombre del alumno,
      *    domicilio, telefonos y nombres de los responsables) por
      *    valores ficticios verosimiles. El numero de alumno se
      *    renumera con la misma funcion en todos los archivos, de
      *    modo que las referencias cruzadas siguen valiendo; la
      *    funcion y el corrimiento de fechas salen de una frase
      *    secreta que tipea el supervisor en cada corrida, condensada
      *    por RUTCLAVE y mezclada con el generador al azar sembrado
      *    con esa huella. La frase no se muestra ni se graba en
      *    ningun lado, y el listado de control no da la hora de la
      *    corrida; la misma frase repite la misma renumeracion entre
      *    extractos. Perfiles: 1-PRUEBAS conserva
      *    fechas, notas y codigos; 2-INVESTIGACION corre todas las
      *    fechas y periodos la misma cantidad de meses hacia atras;
      *    3-EXTERNO ademas redondea notas y promedios al entero. Los
      *    codigos (materia, comision, plan, sede, turno, pais,
      *    estado) se conservan siempre porque los usan las tablas.
      *    Emite el listado de control EXTMASC.DAT con leidos,
      *    escritos y rechazados de cada archivo y las sumas de
      *    control de notas, promedios, asistencia e importes antes y
      *    despues, y deja la corrida en AUDIT.LOG.
      *    Antes de copiar verifica ALUMNOS.DAT, NOTAS.DAT,
      *    HISTORIA.DAT, INSCRIP.DAT y CUOTAS.DAT contra CTLMAEST.DAT
      *    a traves de RUTCONTR. Con la ventana batch abierta (PJOBSTRM
      *    corriendo la cadena nocturna) no entra, salvo que el
      *    supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEXTMASC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-ALU       ASSIGN TO "ALUMNOS.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-DET         ASSIGN TO "ALUMDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-DET       ASSIGN TO "ALUMDET.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-NOT       ASSIGN TO "NOTAS.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-HIS       ASSIGN TO "HISTORIA.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-INS       ASSIGN TO "INSCRIP.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-ASI         ASSIGN TO "ASISTEN.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-ASI       ASSIGN TO "ASISTEN.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.
       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ori.

       SELECT OPTIONAL ARCH-M-CUO       ASSIGN TO "CUOTAS.MSK"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-msk.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "EXTMASC.DAT"
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
                05 ALU-FECHA-ESTADO       PIC X(8).
                05 ALU-SEDE               PIC X(2).
                05 ALU-TURNO              PIC X.
       FD  ARCH-M-ALU.
           01  REG-M-ALU             PIC X(53).

       FD  ARCH-DET.
           01  REG-DET.
                05 DET-NRO-ALUMNO     PIC 9(6).
                05 DET-DOMICILIO      PIC X(30).
                05 DET-LOCALIDAD      PIC X(20).
                05 DET-TELEFONO-1     PIC X(15).
                05 DET-TELEFONO-2     PIC X(15).
                05 DET-RESP1-NOMBRE   PIC X(23).
                05 DET-RESP1-PARENT   PIC X(10).
                05 DET-RESP2-NOMBRE   PIC X(23).
                05 DET-RESP2-PARENT   PIC X(10).
                05 ESPACIO            PIC XX.
       FD  ARCH-M-DET.
           01  REG-M-DET             PIC X(154).

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.
       FD  ARCH-M-NOT.
           01  REG-M-NOT             PIC X(20).

       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-NRO-ALUMNO     PIC 9(6).
                05 HIS-NRO-MATERIA    PIC 99.
                05 HIS-ANIO-CIERRE    PIC 9(4).
                05 HIS-MES-CIERRE     PIC 99.
                05 HIS-PROMEDIO       PIC 99V99.
                05 HIS-CONDICION      PIC X.
                05 ESPACIO-HIS        PIC X.
       FD  ARCH-M-HIS.
           01  REG-M-HIS             PIC X(20).

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.
       FD  ARCH-M-INS.
           01  REG-M-INS             PIC X(16).

       FD  ARCH-ASI.
           01  REG-ASI.
                05 ASI-NRO-ALUMNO     PIC 9(6).
                05 ASI-NRO-MATERIA    PIC 99.
                05 ASI-ANIO           PIC 9(4).
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.
       FD  ARCH-M-ASI.
           01  REG-M-ASI             PIC X(20).

       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
                05 CUO-ANIO           PIC 9(4).
                05 CUO-MES            PIC 99.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                05 CUO-ESTADO         PIC X.
       FD  ARCH-M-CUO.
           01  REG-M-CUO             PIC X(36).

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
       77  flag                          PIC 9     VALUE 0.
       77  wss-confirma                  PIC X.
       77  wss-perfil                    PIC 9     VALUE 0.
       77  wss-corrida-normal            PIC X     VALUE "N".
       77  wss-hubo-diferencia           PIC X     VALUE "N".
       77  wss-lis-abierto               PIC X     VALUE "N".

      * un solo par de estados alcanza porque los archivos se
      * copian estrictamente de a uno
       01  wss-fs-ori                    PIC X(2).
           88 wss-fs-ori-OK                        VALUE '00'.
       01  wss-fs-msk                    PIC X(2).
           88 wss-fs-msk-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.
       77  wss-usuario                   PIC X(20).

       77  wss-fechaHoy                  PIC 9(8).

      * clave de la corrida: el numero ficticio es
      * (numero * multiplicador + sumando) modulo 999983, que por ser
      * primo el modulo da una renumeracion uno a uno; multiplicador,
      * sumando y corrimiento de meses salen de la frase secreta del
      * supervisor y viven solo en memoria
       77  wss-fraseSecreta              PIC X(40).
       77  wss-fraseRepetida             PIC X(40).
       77  wss-blancos                   PIC 9(2)  COMP.
       77  wss-frase-valida              PIC X     VALUE "N".
       77  wss-huella1                   PIC 9(10).
       77  wss-huella2                   PIC 9(10).
       77  wss-semilla                   PIC 9(10).
       77  wss-azar                      PIC 9V9(9).
       77  wss-multiplicador             PIC 9(7)  COMP.
       77  wss-sumando                   PIC 9(7)  COMP.
       77  wss-corrimiento               PIC 9(3)  COMP.
       77  wss-aux                       PIC 9(15) COMP.
       77  wss-cociente                  PIC 9(15) COMP.
       77  wss-resto                     PIC 9(7)  COMP.

       77  wss-alumnoReal                PIC 9(6).
       77  wss-alumnoFicticio            PIC 9(6).
       77  wss-alumno-ok                 PIC X.

       77  wss-meses                     PIC 9(7)  COMP.
       77  wss-anioP                     PIC 9(4).
       77  wss-mesP                      PIC 99.
       01  wss-fechaP                    PIC 9(8).
       01  FILLER REDEFINES wss-fechaP.
           05 wss-fechaP-anio            PIC 9(4).
           05 wss-fechaP-mes             PIC 99.
           05 wss-fechaP-dia             PIC 99.
       77  wss-notaP                     PIC 99V99.
       77  wss-notaEntera                PIC 99.

      * datos ficticios armados a partir del numero ya renumerado,
      * asi el mismo alumno tiene el mismo nombre en todo el extracto
       77  wss-ind-ape                   PIC 9(3)  COMP.
       77  wss-ind-nom                   PIC 9(3)  COMP.
       77  wss-ind-res                   PIC 9(3)  COMP.
       77  wss-ind-cal                   PIC 9(3)  COMP.
       77  wss-nombreFicticio            PIC X(23).
       77  wss-altura                    PIC 9(4).
       77  wss-caracteristica            PIC 9(3).
       77  wss-abonado                   PIC 9(4).

       01  TABLA-APELLIDOS.
           05 FILLER       PIC X(10) VALUE "GOMEZ".
           05 FILLER       PIC X(10) VALUE "FERNANDEZ".
           05 FILLER       PIC X(10) VALUE "LOPEZ".
           05 FILLER       PIC X(10) VALUE "DIAZ".
           05 FILLER       PIC X(10) VALUE "MARTINEZ".
           05 FILLER       PIC X(10) VALUE "PEREZ".
           05 FILLER       PIC X(10) VALUE "GARCIA".
           05 FILLER       PIC X(10) VALUE "SANCHEZ".
           05 FILLER       PIC X(10) VALUE "ROMERO".
           05 FILLER       PIC X(10) VALUE "SOSA".
           05 FILLER       PIC X(10) VALUE "ALVAREZ".
           05 FILLER       PIC X(10) VALUE "TORRES".
           05 FILLER       PIC X(10) VALUE "RUIZ".
           05 FILLER       PIC X(10) VALUE "RAMIREZ".
           05 FILLER       PIC X(10) VALUE "FLORES".
           05 FILLER       PIC X(10) VALUE "BENITEZ".
           05 FILLER       PIC X(10) VALUE "ACOSTA".
           05 FILLER       PIC X(10) VALUE "MEDINA".
           05 FILLER       PIC X(10) VALUE "HERRERA".
           05 FILLER       PIC X(10) VALUE "AGUIRRE".
       01  FILLER REDEFINES TABLA-APELLIDOS.
           05 apellidoFicticio OCCURS 20 TIMES PIC X(10).

       01  TABLA-NOMBRES.
           05 FILLER       PIC X(10) VALUE "LUCIA".
           05 FILLER       PIC X(10) VALUE "MARTIN".
           05 FILLER       PIC X(10) VALUE "SOFIA".
           05 FILLER       PIC X(10) VALUE "JUAN".
           05 FILLER       PIC X(10) VALUE "VALENTINA".
           05 FILLER       PIC X(10) VALUE "MATEO".
           05 FILLER       PIC X(10) VALUE "CAMILA".
           05 FILLER       PIC X(10) VALUE "SANTIAGO".
           05 FILLER       PIC X(10) VALUE "MARIA".
           05 FILLER       PIC X(10) VALUE "TOMAS".
           05 FILLER       PIC X(10) VALUE "JULIETA".
           05 FILLER       PIC X(10) VALUE "NICOLAS".
           05 FILLER       PIC X(10) VALUE "FLORENCIA".
           05 FILLER       PIC X(10) VALUE "DIEGO".
           05 FILLER       PIC X(10) VALUE "PAULA".
           05 FILLER       PIC X(10) VALUE "FACUNDO".
           05 FILLER       PIC X(10) VALUE "AGUSTINA".
           05 FILLER       PIC X(10) VALUE "LUCAS".
           05 FILLER       PIC X(10) VALUE "CAROLINA".
           05 FILLER       PIC X(10) VALUE "PABLO".
       01  FILLER REDEFINES TABLA-NOMBRES.
           05 nombreFicticio OCCURS 20 TIMES PIC X(10).

       01  TABLA-CALLES.
           05 FILLER       PIC X(14) VALUE "SAN MARTIN".
           05 FILLER       PIC X(14) VALUE "BELGRANO".
           05 FILLER       PIC X(14) VALUE "RIVADAVIA".
           05 FILLER       PIC X(14) VALUE "SARMIENTO".
           05 FILLER       PIC X(14) VALUE "MITRE".
           05 FILLER       PIC X(14) VALUE "ALSINA".
           05 FILLER       PIC X(14) VALUE "ALBERDI".
           05 FILLER       PIC X(14) VALUE "MORENO".
           05 FILLER       PIC X(14) VALUE "LAVALLE".
           05 FILLER       PIC X(14) VALUE "MAIPU".
           05 FILLER       PIC X(14) VALUE "CORRIENTES".
           05 FILLER       PIC X(14) VALUE "SAAVEDRA".
           05 FILLER       PIC X(14) VALUE "PUEYRREDON".
           05 FILLER       PIC X(14) VALUE "ITALIA".
           05 FILLER       PIC X(14) VALUE "LAS HERAS".
       01  FILLER REDEFINES TABLA-CALLES.
           05 calleFicticia OCCURS 15 TIMES PIC X(14).

      * totales de control del archivo corriente y de la corrida
       77  wss-nombreArchivo             PIC X(12).
       77  wss-con-suma                  PIC X.
       77  wss-cont-leidos               PIC 9(7)  COMP.
       77  wss-cont-escritos             PIC 9(7)  COMP.
       77  wss-cont-rechazados           PIC 9(7)  COMP.
       77  wss-sumaOriginal              PIC 9(11)V99.
       77  wss-sumaExtracto              PIC 9(11)V99.
       77  wss-tot-leidos                PIC 9(7)  COMP VALUE 0.
       77  wss-tot-escritos              PIC 9(7)  COMP VALUE 0.
       77  wss-tot-rechazados            PIC 9(7)  COMP VALUE 0.

       01  LINEA-PERFIL.
           05 FILLER                     PIC X(10) VALUE
           "  PERFIL: ".
           05 lpe-perfil                 PIC X(60).

       01  LINEA-FECHA.
           05 FILLER                     PIC X(22) VALUE
           "  EXTRACTO GENERADO EL".
           05 FILLER                     PIC X     VALUE SPACE.
           05 lfe-fecha                  PIC X(10).
           05 FILLER                     PIC X(5)  VALUE " POR ".
           05 lfe-usuario                PIC X(20).

       01  LINEA-CONTROL.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 lco-nombre                 PIC X(12).
           05 FILLER                     PIC X(9)  VALUE "  LEIDOS:".
           05 lco-leidos                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(11) VALUE "  ESCRITOS:".
           05 lco-escritos               PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  RECHAZADOS:".
           05 lco-rechazados             PIC ZZZZZZ9.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 lco-resultado              PIC X(10).

       01  LINEA-SUMAS.
           05 FILLER                     PIC X(16) VALUE SPACES.
           05 FILLER                     PIC X(15) VALUE
           "SUMA ORIGINAL: ".
           05 lsu-original               PIC ZZZZZZZZZZ9.99.
           05 FILLER                     PIC X(17) VALUE
           "  SUMA EXTRACTO: ".
           05 lsu-extracto               PIC ZZZZZZZZZZ9.99.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 lsu-observacion            PIC X(12).

       01  LINEA-RESULTADO.
           05 FILLER                     PIC X(13) VALUE
           "  RESULTADO: ".
           05 lrs-texto                  PIC X(77).

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".

      *VARIABLES PARA INVOCAR A LA RUTINA DE CLAVES
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
           PERFORM 1000-ELEGIR-PERFIL
           DISPLAY "Se generan los .MSK de ALUMNOS, ALUMDET, NOTAS, "
               "HISTORIA, INSCRIP, ASISTEN y CUOTAS pisando el "
               "extracto anterior. CONFIRMA? (S/N)"
           ACCEPT wss-confirma
           IF wss-confirma NOT = "S" AND wss-confirma NOT = "s"
               DISPLAY "extracto cancelado, no se genero nada"
           ELSE
               PERFORM 1500-GENERAR-CLAVE
               PERFORM 2000-INICIAR-LISTADO
               PERFORM 7101-EXTRAER-ALU
               PERFORM 7102-EXTRAER-DET
               PERFORM 7103-EXTRAER-NOT
               PERFORM 7104-EXTRAER-HIS
               PERFORM 7105-EXTRAER-INS
               PERFORM 7106-EXTRAER-ASI
               PERFORM 7107-EXTRAER-CUO
               PERFORM 4000-INFORMAR-RESULTADO
               PERFORM 4500-REGISTRAR-AUDITORIA
               MOVE "S" TO wss-corrida-normal
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-ELEGIR-PERFIL.
           PERFORM UNTIL wss-perfil = 1 OR wss-perfil = 2
                   OR wss-perfil = 3
               DISPLAY "*** EXTRACTO ENMASCARADO DE LOS MAESTROS ***"
               DISPLAY "1-PRUEBAS (conserva fechas, notas y codigos)"
               DISPLAY "2-INVESTIGACION (corre las fechas)"
               DISPLAY "3-EXTERNO (corre las fechas y redondea las "
                   "notas)"
               ACCEPT wss-perfil
               IF wss-perfil NOT = 1 AND wss-perfil NOT = 2
                       AND wss-perfil NOT = 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT wss-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO wss-usuario
           END-IF.

      *-----------------------------------------------------------------

      * la clave sale de una frase secreta que tipea el supervisor:
      * nada de lo que queda escrito (fecha, listado, AUDIT.LOG)
      * sirve para rearmarla, y con ella se podria volver del numero
      * ficticio al real. La frase se condensa dos veces con RUTCLAVE
      * (de adelante y con otra semilla) y las huellas siembran y
      * mezclan el generador al azar
       1500-GENERAR-CLAVE.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE "N" TO wss-frase-valida
           PERFORM UNTIL wss-frase-valida = "S"
               PERFORM 1550-INGRESAR-FRASE
           END-PERFORM
           INITIALIZE AREA-DE-COMMUNICATION-CLA
           MOVE 2 TO OPCION-C
           MOVE wss-fraseSecreta TO LINEA-ENTRADA
           MOVE 0 TO HUELLA-LINEA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA
           MOVE HUELLA-LINEA TO wss-huella1
           MOVE 2 TO OPCION-C
           MOVE wss-fraseSecreta TO LINEA-ENTRADA
           MOVE 1234567891 TO HUELLA-LINEA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA
           MOVE HUELLA-LINEA TO wss-huella2
           MOVE SPACES TO wss-fraseSecreta
           MOVE SPACES TO wss-fraseRepetida
           MOVE SPACES TO LINEA-ENTRADA
           MOVE 0 TO HUELLA-LINEA
           MOVE wss-huella1 TO wss-semilla
           COMPUTE wss-azar = FUNCTION RANDOM(wss-semilla)
           COMPUTE wss-aux = wss-azar * 999982 + wss-huella2
           DIVIDE wss-aux BY 999982 GIVING wss-cociente
               REMAINDER wss-multiplicador
           ADD 1 TO wss-multiplicador
           COMPUTE wss-azar = FUNCTION RANDOM
           COMPUTE wss-aux = wss-azar * 999983 + wss-huella1
           DIVIDE wss-aux BY 999983 GIVING wss-cociente
               REMAINDER wss-sumando
           COMPUTE wss-azar = FUNCTION RANDOM
           COMPUTE wss-aux = wss-azar * 24 + wss-huella2
           DIVIDE wss-aux BY 24 GIVING wss-cociente
               REMAINDER wss-corrimiento
           ADD 1 TO wss-corrimiento
           MOVE 0 TO wss-huella1
           MOVE 0 TO wss-huella2
           MOVE 0 TO wss-semilla.

      *-----------------------------------------------------------------

      * la frase no se muestra ni se graba; se pide dos veces para
      * que un error de tipeo no deje un extracto con clave perdida
       1550-INGRESAR-FRASE.
           DISPLAY "INGRESE LA FRASE SECRETA DEL EXTRACTO (al menos "
               "12 caracteres, no se guarda en ningun lado)"
           MOVE SPACES TO wss-fraseSecreta
           ACCEPT wss-fraseSecreta
           MOVE 0 TO wss-blancos
           INSPECT wss-fraseSecreta TALLYING wss-blancos
               FOR ALL SPACE
           IF wss-blancos > 28
               DISPLAY "la frase es demasiado corta, reingrese"
           ELSE
               DISPLAY "REPITA LA FRASE SECRETA"
               MOVE SPACES TO wss-fraseRepetida
               ACCEPT wss-fraseRepetida
               IF wss-fraseRepetida NOT = wss-fraseSecreta
                   DISPLAY "las frases no coinciden, reingrese"
               ELSE
                   MOVE "S" TO wss-frase-valida
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-INICIAR-LISTADO.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir EXTMASC.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "S" TO wss-lis-abierto
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*     CONTROL DEL EXTRACTO ENMASCARADO           *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE SPACES TO lfe-fecha
           STRING wss-fechaHoy(7:2) "/" wss-fechaHoy(5:2) "/"
               wss-fechaHoy(1:4) DELIMITED BY SIZE INTO lfe-fecha
           END-STRING
           MOVE wss-usuario TO lfe-usuario
           WRITE REG-LIS FROM LINEA-FECHA
           EVALUATE wss-perfil
               WHEN 1
                   MOVE "1-PRUEBAS, fechas, notas y codigos conservados"
                       TO lpe-perfil
               WHEN 2
                   MOVE "2-INVESTIGACION, fechas corridas"
                       TO lpe-perfil
               WHEN 3
                   MOVE "3-EXTERNO, fechas corridas y notas redondeadas"
                       TO lpe-perfil
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-PERFIL
           WRITE REG-LIS FROM
               "  La clave de renumeracion y el corrimiento de fechas"
           WRITE REG-LIS FROM
               "  no se graban: el extracto no se puede revertir."
           WRITE REG-LIS FROM SPACES.

      *-----------------------------------------------------------------

      * el extracto calza si cada archivo escribio todo lo que leyo
      * y las sumas de control que el perfil conserva son iguales
       4000-INFORMAR-RESULTADO.
           MOVE "TOTAL" TO lco-nombre
           MOVE wss-tot-leidos TO lco-leidos
           MOVE wss-tot-escritos TO lco-escritos
           MOVE wss-tot-rechazados TO lco-rechazados
           MOVE SPACES TO lco-resultado
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-CONTROL
           IF wss-hubo-diferencia = "N"
               MOVE "EXTRACTO COMPLETO, LOS TOTALES CALZAN"
                   TO lrs-texto
           ELSE
               MOVE "HAY ARCHIVOS QUE NO CALZAN, NO ENTREGARLO"
                   TO lrs-texto
           END-IF
           WRITE REG-LIS FROM LINEA-RESULTADO
           DISPLAY "registros leidos: " wss-tot-leidos
               "  escritos: " wss-tot-escritos
               "  rechazados: " wss-tot-rechazados
           DISPLAY lrs-texto
           DISPLAY "control del extracto en EXTMASC.DAT".

      *-----------------------------------------------------------------

       4500-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario TO aud-usuario
               MOVE "PEXTMASC" TO aud-programa
               MOVE SPACES TO aud-clave
               STRING "EXTRACTO PERFIL "  DELIMITED BY SIZE
                   wss-perfil             DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               WRITE REG-AUDIT
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PEXTMASC" TO est-programa
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
           IF wss-lis-abierto = "S"
               CLOSE ARCH-LIS
           END-IF
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * el .MSK se abre siempre, aunque falte el maestro, para que no
      * quede en el extracto la copia de una corrida anterior con
      * otra clave
       7101-EXTRAER-ALU.
           MOVE "ALUMNOS.DAT" TO wss-nombreArchivo
           MOVE "N" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-ALU
           OPEN INPUT ARCH-ALU
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-ALU AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF ALU-NRO-ALUMNO IS NUMERIC
                       MOVE ALU-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       MOVE wss-alumnoFicticio TO ALU-NRO-ALUMNO
                       PERFORM 8300-ARMAR-NOMBRE
                       MOVE wss-nombreFicticio TO ALU-NOMBRE
                       MOVE ALU-FECHA-INGRESO TO wss-fechaP
                       PERFORM 8250-CORRER-FECHA
                       MOVE wss-fechaP TO ALU-FECHA-INGRESO
                       IF ALU-FECHA-ESTADO IS NUMERIC
                           MOVE ALU-FECHA-ESTADO TO wss-fechaP
                           PERFORM 8250-CORRER-FECHA
                           MOVE wss-fechaP TO ALU-FECHA-ESTADO
                       END-IF
                       WRITE REG-M-ALU FROM REG-ALU
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-ALU AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-ALU
           CLOSE ARCH-M-ALU
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
      * los responsables llevan el apellido ficticio del alumno; la
      * localidad y el parentesco se conservan
       7102-EXTRAER-DET.
           MOVE "ALUMDET.DAT" TO wss-nombreArchivo
           MOVE "N" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-DET
           OPEN INPUT ARCH-DET
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-DET AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF DET-NRO-ALUMNO IS NUMERIC
                       MOVE DET-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       MOVE wss-alumnoFicticio TO DET-NRO-ALUMNO
                       PERFORM 8350-ARMAR-DOMICILIO
                       WRITE REG-M-DET FROM REG-DET
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-DET AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-DET
           CLOSE ARCH-M-DET
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
       7103-EXTRAER-NOT.
           MOVE "NOTAS.DAT" TO wss-nombreArchivo
           MOVE "S" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-NOT
           OPEN INPUT ARCH-NOT
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-NOT AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF NOT-NRO-ALUMNO IS NUMERIC
                       MOVE NOT-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       MOVE wss-alumnoFicticio TO NOT-NRO-ALUMNO
                       MOVE NOT-ANIO TO wss-anioP
                       MOVE NOT-MES TO wss-mesP
                       PERFORM 8200-CORRER-PERIODO
                       MOVE wss-anioP TO NOT-ANIO
                       MOVE wss-mesP TO NOT-MES
                       MOVE NOT-NOTA TO wss-notaP
                       PERFORM 8270-REDONDEAR-NOTA
                       MOVE wss-notaP TO NOT-NOTA
                       WRITE REG-M-NOT FROM REG-NOT
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-NOT AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-NOT
           CLOSE ARCH-M-NOT
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
       7104-EXTRAER-HIS.
           MOVE "HISTORIA.DAT" TO wss-nombreArchivo
           MOVE "S" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-HIS
           OPEN INPUT ARCH-HIS
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-HIS AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF HIS-NRO-ALUMNO IS NUMERIC
                       MOVE HIS-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       MOVE wss-alumnoFicticio TO HIS-NRO-ALUMNO
                       MOVE HIS-ANIO-CIERRE TO wss-anioP
                       MOVE HIS-MES-CIERRE TO wss-mesP
                       PERFORM 8200-CORRER-PERIODO
                       MOVE wss-anioP TO HIS-ANIO-CIERRE
                       MOVE wss-mesP TO HIS-MES-CIERRE
                       MOVE HIS-PROMEDIO TO wss-notaP
                       PERFORM 8270-REDONDEAR-NOTA
                       MOVE wss-notaP TO HIS-PROMEDIO
                       WRITE REG-M-HIS FROM REG-HIS
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-HIS AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-HIS
           CLOSE ARCH-M-HIS
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
       7105-EXTRAER-INS.
           MOVE "INSCRIP.DAT" TO wss-nombreArchivo
           MOVE "N" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-INS
           OPEN INPUT ARCH-INS
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-INS AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF INS-NRO-ALUMNO IS NUMERIC
                       MOVE INS-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       MOVE wss-alumnoFicticio TO INS-NRO-ALUMNO
                       MOVE INS-ANIO TO wss-anioP
                       MOVE INS-MES TO wss-mesP
                       PERFORM 8200-CORRER-PERIODO
                       MOVE wss-anioP TO INS-ANIO
                       MOVE wss-mesP TO INS-MES
                       WRITE REG-M-INS FROM REG-INS
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-INS AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-INS
           CLOSE ARCH-M-INS
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
       7106-EXTRAER-ASI.
           MOVE "ASISTEN.DAT" TO wss-nombreArchivo
           MOVE "S" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-ASI
           OPEN INPUT ARCH-ASI
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-ASI AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF ASI-NRO-ALUMNO IS NUMERIC
                       MOVE ASI-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       ADD ASI-PRESENTES TO wss-sumaOriginal
                       MOVE wss-alumnoFicticio TO ASI-NRO-ALUMNO
                       MOVE ASI-ANIO TO wss-anioP
                       MOVE ASI-MES TO wss-mesP
                       PERFORM 8200-CORRER-PERIODO
                       MOVE wss-anioP TO ASI-ANIO
                       MOVE wss-mesP TO ASI-MES
                       WRITE REG-M-ASI FROM REG-ASI
                       ADD ASI-PRESENTES TO wss-sumaExtracto
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-ASI AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-ASI
           CLOSE ARCH-M-ASI
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------
      * los importes se conservan en todos los perfiles; la fecha de
      * pago en cero (cuota impaga) queda en cero
       7107-EXTRAER-CUO.
           MOVE "CUOTAS.DAT" TO wss-nombreArchivo
           MOVE "S" TO wss-con-suma
           PERFORM 8000-INICIAR-TOTALES
           OPEN OUTPUT ARCH-M-CUO
           OPEN INPUT ARCH-CUO
           IF wss-fs-ori-OK
               MOVE 0 TO flag
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   ADD 1 TO wss-cont-leidos
                   MOVE "N" TO wss-alumno-ok
                   IF CUO-NRO-ALUMNO IS NUMERIC
                       MOVE CUO-NRO-ALUMNO TO wss-alumnoReal
                       PERFORM 8100-RENUMERAR-ALUMNO
                   END-IF
                   IF wss-alumno-ok = "S"
                       ADD CUO-IMPORTE TO wss-sumaOriginal
                       MOVE wss-alumnoFicticio TO CUO-NRO-ALUMNO
                       MOVE CUO-ANIO TO wss-anioP
                       MOVE CUO-MES TO wss-mesP
                       PERFORM 8200-CORRER-PERIODO
                       MOVE wss-anioP TO CUO-ANIO
                       MOVE wss-mesP TO CUO-MES
                       MOVE CUO-FECHA-PAGO TO wss-fechaP
                       PERFORM 8250-CORRER-FECHA
                       MOVE wss-fechaP TO CUO-FECHA-PAGO
                       WRITE REG-M-CUO FROM REG-CUO
                       ADD CUO-IMPORTE TO wss-sumaExtracto
                       ADD 1 TO wss-cont-escritos
                   ELSE
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   READ ARCH-CUO AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-CUO
           CLOSE ARCH-M-CUO
           PERFORM 8400-INFORMAR-ARCHIVO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       8000-INICIAR-TOTALES.
           MOVE 0 TO wss-cont-leidos
           MOVE 0 TO wss-cont-escritos
           MOVE 0 TO wss-cont-rechazados
           MOVE 0 TO wss-sumaOriginal
           MOVE 0 TO wss-sumaExtracto.

      *-----------------------------------------------------------------

      * los numeros desde 999983 quedarian repetidos con la funcion,
      * por eso se rechazan (el padron no llega ni cerca)
       8100-RENUMERAR-ALUMNO.
           IF wss-alumnoReal > 999982
               MOVE "N" TO wss-alumno-ok
           ELSE
               COMPUTE wss-aux = wss-alumnoReal * wss-multiplicador
                   + wss-sumando
               DIVIDE wss-aux BY 999983 GIVING wss-cociente
                   REMAINDER wss-resto
               COMPUTE wss-alumnoFicticio = wss-resto + 1
               MOVE "S" TO wss-alumno-ok
           END-IF.

      *-----------------------------------------------------------------

      * corre el periodo anio/mes hacia atras en los perfiles 2 y 3;
      * un periodo invalido o en cero queda como esta
       8200-CORRER-PERIODO.
           IF wss-perfil > 1 AND wss-anioP > 0
                   AND wss-mesP > 0 AND wss-mesP < 13
               COMPUTE wss-meses = wss-anioP * 12 + wss-mesP - 1
                   - wss-corrimiento
               DIVIDE wss-meses BY 12 GIVING wss-anioP
                   REMAINDER wss-mesP
               ADD 1 TO wss-mesP
           END-IF.

      *-----------------------------------------------------------------

      * la fecha se corre por su anio/mes; el dia pasa a 28 cuando el
      * mes de destino podria no tenerlo
       8250-CORRER-FECHA.
           IF wss-perfil > 1 AND wss-fechaP > 0
               MOVE wss-fechaP-anio TO wss-anioP
               MOVE wss-fechaP-mes TO wss-mesP
               PERFORM 8200-CORRER-PERIODO
               MOVE wss-anioP TO wss-fechaP-anio
               MOVE wss-mesP TO wss-fechaP-mes
               IF wss-fechaP-dia > 28
                   MOVE 28 TO wss-fechaP-dia
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * suma la nota antes y despues; el perfil 3 la lleva al entero
       8270-REDONDEAR-NOTA.
           ADD wss-notaP TO wss-sumaOriginal
           IF wss-perfil = 3
               COMPUTE wss-notaEntera ROUNDED = wss-notaP
               MOVE wss-notaEntera TO wss-notaP
           END-IF
           ADD wss-notaP TO wss-sumaExtracto.

      *-----------------------------------------------------------------

      * apellido y nombre sacados del numero ficticio
       8300-ARMAR-NOMBRE.
           DIVIDE wss-alumnoFicticio BY 20 GIVING wss-cociente
               REMAINDER wss-ind-ape
           ADD 1 TO wss-ind-ape
           DIVIDE wss-cociente BY 20 GIVING wss-aux
               REMAINDER wss-ind-nom
           ADD 1 TO wss-ind-nom
           MOVE SPACES TO wss-nombreFicticio
           STRING apellidoFicticio(wss-ind-ape) DELIMITED BY SPACE
               " "                              DELIMITED BY SIZE
               nombreFicticio(wss-ind-nom)      DELIMITED BY SPACE
               INTO wss-nombreFicticio
           END-STRING.

      *-----------------------------------------------------------------

      * domicilio, telefonos y responsables ficticios; lo que venia
      * en blanco queda en blanco
       8350-ARMAR-DOMICILIO.
           PERFORM 8300-ARMAR-NOMBRE
           COMPUTE wss-aux = wss-alumnoFicticio * 7
           DIVIDE wss-aux BY 15 GIVING wss-cociente
               REMAINDER wss-ind-cal
           ADD 1 TO wss-ind-cal
           DIVIDE wss-aux BY 9000 GIVING wss-cociente
               REMAINDER wss-altura
           ADD 1000 TO wss-altura
           IF DET-DOMICILIO NOT = SPACES
               MOVE SPACES TO DET-DOMICILIO
               STRING calleFicticia(wss-ind-cal) DELIMITED BY "  "
                   " "                           DELIMITED BY SIZE
                   wss-altura                    DELIMITED BY SIZE
                   INTO DET-DOMICILIO
               END-STRING
           END-IF
           COMPUTE wss-aux = wss-alumnoFicticio * 13
           DIVIDE wss-aux BY 1000 GIVING wss-cociente
               REMAINDER wss-caracteristica
           COMPUTE wss-aux = wss-alumnoFicticio * 17
           DIVIDE wss-aux BY 10000 GIVING wss-cociente
               REMAINDER wss-abonado
           IF DET-TELEFONO-1 NOT = SPACES
               MOVE SPACES TO DET-TELEFONO-1
               STRING "11-4"             DELIMITED BY SIZE
                   wss-caracteristica    DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   wss-abonado           DELIMITED BY SIZE
                   INTO DET-TELEFONO-1
               END-STRING
           END-IF
           IF DET-TELEFONO-2 NOT = SPACES
               MOVE SPACES TO DET-TELEFONO-2
               STRING "15-5"             DELIMITED BY SIZE
                   wss-caracteristica    DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   wss-abonado           DELIMITED BY SIZE
                   INTO DET-TELEFONO-2
               END-STRING
           END-IF
           IF DET-RESP1-NOMBRE NOT = SPACES
               COMPUTE wss-ind-res = wss-ind-nom + 5
               IF wss-ind-res > 20
                   SUBTRACT 20 FROM wss-ind-res
               END-IF
               MOVE SPACES TO DET-RESP1-NOMBRE
               STRING apellidoFicticio(wss-ind-ape) DELIMITED BY SPACE
                   " "                              DELIMITED BY SIZE
                   nombreFicticio(wss-ind-res)      DELIMITED BY SPACE
                   INTO DET-RESP1-NOMBRE
               END-STRING
           END-IF
           IF DET-RESP2-NOMBRE NOT = SPACES
               COMPUTE wss-ind-res = wss-ind-nom + 11
               IF wss-ind-res > 20
                   SUBTRACT 20 FROM wss-ind-res
               END-IF
               MOVE SPACES TO DET-RESP2-NOMBRE
               STRING apellidoFicticio(wss-ind-ape) DELIMITED BY SPACE
                   " "                              DELIMITED BY SIZE
                   nombreFicticio(wss-ind-res)      DELIMITED BY SPACE
                   INTO DET-RESP2-NOMBRE
               END-STRING
           END-IF.

      *-----------------------------------------------------------------

      * una linea por archivo; con suma de control, una segunda linea
      * con la suma antes y despues
       8400-INFORMAR-ARCHIVO.
           MOVE wss-nombreArchivo TO lco-nombre
           MOVE wss-cont-leidos TO lco-leidos
           MOVE wss-cont-escritos TO lco-escritos
           MOVE wss-cont-rechazados TO lco-rechazados
           IF wss-cont-leidos = wss-cont-escritos
               MOVE "CALZA" TO lco-resultado
           ELSE
               MOVE "NO CALZA" TO lco-resultado
               MOVE "S" TO wss-hubo-diferencia
           END-IF
           IF wss-con-suma = "S" AND wss-sumaOriginal NOT =
                   wss-sumaExtracto AND wss-perfil NOT = 3
               MOVE "NO CALZA" TO lco-resultado
               MOVE "S" TO wss-hubo-diferencia
           END-IF
           WRITE REG-LIS FROM LINEA-CONTROL
           IF wss-con-suma = "S"
               MOVE wss-sumaOriginal TO lsu-original
               MOVE wss-sumaExtracto TO lsu-extracto
               MOVE SPACES TO lsu-observacion
               IF wss-perfil = 3 AND wss-sumaOriginal NOT =
                       wss-sumaExtracto
                   MOVE "(REDONDEADA)" TO lsu-observacion
               END-IF
               WRITE REG-LIS FROM LINEA-SUMAS
           END-IF
           ADD wss-cont-leidos TO wss-tot-leidos
           ADD wss-cont-escritos TO wss-tot-escritos
           ADD wss-cont-rechazados TO wss-tot-rechazados.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo los maestros cambian debajo
      * del extracto: el programa no entra (salvo que el supervisor
      * lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PEXTMASC" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * los maestros que copia la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * no se extrae nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUNOTHISINSCUO" TO K-ARCHIVOS
           MOVE "PEXTMASC" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
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
       END PROGRAM PEXTMASC.
