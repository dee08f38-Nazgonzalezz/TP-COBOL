      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Resumen de la cadena nocturna para el turno de la
      *    manana, en un solo listado (RESNOCT.DAT) en lugar de abrir
      *    ESTADIS.DAT, JOBCHKPT.DAT y los archivos de excepciones
      *    uno por uno. Lista cada paso de la ultima cadena de
      *    CADENA.DAT con su hora de inicio, leidos, escritos,
      *    rechazados y final; cuenta las entradas nuevas de
      *    EXCEPINT.DAT, ANOMALIA.DAT, DUPREV.DAT, RECHMAT.DAT,
      *    RECHNAC.DAT, MINRECHA.DAT, COBEXCE.DAT (cobranza bancaria)
      *    y los excluidos de la facturacion de PFACCUOT, y compara
      *    cada cantidad con el promedio de las ultimas siete
      *    corridas (RESNHIST.DAT) marcando los desvios grandes.
      *    Termina con la decision de abrir o no la atencion: con la
      *    cadena cortada (JOBCHKPT.DAT con un paso pendiente), todavia
      *    corriendo o sin correr desde ayer no se abre y hay que
      *    rearrancar PJOBSTRM. Lo llama PJOBSTRM al terminar la
      *    cadena y se puede pedir desde el menu; no pregunta nada.
      *    Los archivos que el programa que los genera rehace en cada
      *    corrida cuentan solo si ese programa corrio en la ventana;
      *    RECHMAT.DAT y RECHNAC.DAT, que se acumulan, cuentan lo que
      *    crecieron desde la corrida anterior
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESNOCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CAD         ASSIGN TO "CADENA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cad.

       SELECT OPTIONAL ARCH-CHK         ASSIGN TO "JOBCHKPT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-chk.

       SELECT OPTIONAL ARCH-VEN         ASSIGN TO "VENTANA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ven.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-EXCEP       ASSIGN TO "EXCEPINT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-ANO         ASSIGN TO "ANOMALIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-REV         ASSIGN TO "DUPREV.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-RMA         ASSIGN TO "RECHMAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-RNA         ASSIGN TO "RECHNAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-RMI         ASSIGN TO "MINRECHA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-CBE         ASSIGN TO "COBEXCE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "RESNHIST.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "RESNOCT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CAD.
           01  REG-CAD.
                05 CAD-FECHA-VENTANA  PIC 9(8).
                05 CAD-HORA-VENTANA   PIC 9(8).
                05 CAD-SECUENCIA      PIC 99.
                05 CAD-PROGRAMA       PIC X(8).
                05 CAD-FECHA-INICIO   PIC 9(8).
                05 CAD-HORA-INICIO    PIC 9(8).
                05 CAD-LEIDOS         PIC 9(7).
                05 CAD-ESCRITOS       PIC 9(7).
                05 CAD-RECHAZADOS     PIC 9(7).
                05 CAD-FINAL          PIC X.
                05 ESPACIO-CAD        PIC XX.

       FD  ARCH-CHK.
           01  REG-CHK.
                05 CHK-SECUENCIA      PIC 99.
                05 CHK-PROGRAMA       PIC X(8).
                05 ESPACIO-CHK        PIC XX.

       FD  ARCH-VEN.
           01  REG-VEN.
                05 VEN-ESTADO         PIC X.
                05 VEN-FECHA-INICIO   PIC 9(8).
                05 VEN-HORA-INICIO    PIC 9(8).
                05 VEN-PASO           PIC X(8).
                05 VEN-USUARIO        PIC X(20).
                05 ESPACIO-VEN        PIC XX.

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

      * los archivos de excepciones solo se cuentan; cada uno con el
      * largo de registro del programa que lo genera
       FD  ARCH-EXCEP.
           01  REG-EXCEP             PIC X(90).

       FD  ARCH-ANO.
           01  REG-ANO               PIC X(37).

       FD  ARCH-REV.
           01  REG-REV               PIC X(20).

       FD  ARCH-RMA.
           01  REG-RMA               PIC X(29).

       FD  ARCH-RNA.
           01  REG-RNA               PIC X(27).

       FD  ARCH-RMI.
           01  REG-RMI               PIC X(19).

       FD  ARCH-CBE.
           01  REG-CBE               PIC X(39).

      * una linea por corrida del resumen: la ventana que resumio y,
      * por cada excepcion, las entradas nuevas y el total del archivo
       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-FECHA-VENTANA  PIC 9(8).
                05 HIS-HORA-VENTANA   PIC 9(8).
                05 HIS-FECHA          PIC 9(8).
                05 HIS-HORA           PIC 9(8).
                05 HIS-EXCEPCION      OCCURS 8 TIMES.
                    10 HIS-NUEVOS     PIC 9(7).
                    10 HIS-TOTAL      PIC 9(7).
                05 ESPACIO-HIS        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-cad                    PIC X(2).
           88 wss-fs-cad-OK                        VALUE '00'.
       01  wss-fs-chk                    PIC X(2).
           88 wss-fs-chk-OK                        VALUE '00'.
       01  wss-fs-ven                    PIC X(2).
           88 wss-fs-ven-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
       01  wss-fs-exc                    PIC X(2).
           88 wss-fs-exc-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
           88 wss-fs-his-NOEXISTE                  VALUE '05'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       77  WS-IND                        PIC 9(2)  COMP.
       77  WS-IND-2                      PIC 9(2)  COMP.

      * la ultima ventana de CADENA.DAT y sus pasos (un paso que se
      * rearranco aparece dos veces: el caido y el que termino)
       77  wss-ventana-fecha             PIC 9(8)  VALUE 0.
       77  wss-ventana-hora              PIC 9(8)  VALUE 0.
       77  wss-marca-ventana             PIC 9(14) VALUE 0.
       77  wss-marca-estadis             PIC 9(14).
       77  wss-cont-pasos                PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PASOS                  OCCURS 40 TIMES.
           05 vpa-secuencia              PIC 99.
           05 vpa-programa               PIC X(8).
           05 vpa-fecha-inicio           PIC 9(8).
           05 vpa-hora-inicio            PIC 9(8).
           05 vpa-leidos                 PIC 9(7).
           05 vpa-escritos               PIC 9(7).
           05 vpa-rechazados             PIC 9(7).
           05 vpa-final                  PIC X.

       77  wss-chk-secuencia             PIC 99    VALUE 01.
       77  wss-chk-programa              PIC X(8)  VALUE SPACES.
       77  wss-ven-estado                PIC X     VALUE "C".
       77  wss-ven-paso                  PIC X(8)  VALUE SPACES.

      * las excepciones que se cuentan: R el programa rehace el
      * archivo en cada corrida, A el archivo se acumula, E el dato
      * sale de los rechazados del programa en ESTADIS.DAT
       01  VECTOR-EXCEPCIONES            OCCURS 8 TIMES.
           05 vex-nombre                 PIC X(14).
           05 vex-programa               PIC X(8).
           05 vex-tipo                   PIC X.
           05 vex-corrio                 PIC X.
           05 vex-total                  PIC 9(7).
           05 vex-nuevos                 PIC 9(7).
           05 vex-rechazados-est         PIC 9(7).
           05 vex-promedio               PIC 9(7).
           05 vex-marca                  PIC X(30).

      * las ultimas ocho corridas de RESNHIST.DAT; si la ultima es de
      * la misma ventana (resumen pedido otra vez) se reemplaza y no
      * cuenta para el promedio
       77  wss-cont-historia             PIC 9(2)  COMP VALUE 0.
       77  wss-cont-base                 PIC 9(2)  COMP VALUE 0.
       77  wss-desde-base                PIC 9(2)  COMP.
       77  wss-cant-promedio             PIC 9(2)  COMP.
       77  wss-repetida                  PIC X     VALUE "N".
       01  VECTOR-HISTORIA               OCCURS 8 TIMES.
           05 vhi-fecha-ventana          PIC 9(8).
           05 vhi-hora-ventana           PIC 9(8).
           05 vhi-excepcion              OCCURS 8 TIMES.
               10 vhi-nuevos             PIC 9(7).
               10 vhi-total              PIC 9(7).
       77  wss-suma-nuevos               PIC 9(9).

      * un desvio es grande si la cantidad duplica el promedio (o cae
      * a menos de la mitad) y la diferencia llega al minimo
       77  wss-minimo-desvio             PIC 9(3)  VALUE 5.
       77  wss-cont-desvios              PIC 9(2)  VALUE 0.

       77  wss-fechaHoy                  PIC 9(8).
       77  wss-horaHoy                   PIC 9(8).
       77  wss-no-abrir                  PIC X     VALUE "N".
       77  wss-motivo                    PIC X(70) VALUE SPACES.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".

       01  LINEA-VENTANA.
           05 FILLER                     PIC X(22) VALUE
           "  CADENA INICIADA EL  ".
           05 lve-fecha                  PIC X(10).
           05 FILLER                     PIC X(8)  VALUE " A LAS  ".
           05 lve-hora                   PIC X(5).
           05 FILLER                     PIC X(12) VALUE
           "   VENTANA: ".
           05 lve-estado                 PIC X(30).

       01  LINEA-TITULO-PASOS.
           05 FILLER                     PIC X(39) VALUE
           "  PASO PROGRAMA INICIO          LEIDOS ".
           05 FILLER                     PIC X(21) VALUE
           "ESCRIT. RECHAZ. FINAL".

       01  LINEA-PASO.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lpa-secuencia              PIC 99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpa-programa               PIC X(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-fecha                  PIC X(5).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-hora                   PIC X(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-leidos                 PIC ZZZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-escritos               PIC ZZZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-rechazados             PIC ZZZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lpa-final                  PIC X(12).

       01  LINEA-TITULO-EXCEP.
           05 FILLER                     PIC X(46) VALUE
           "  EXCEPCIONES    NUEVAS  PROM.7    OBSERVACION".

       01  LINEA-EXCEP.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lex-nombre                 PIC X(14).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lex-nuevos                 PIC ZZZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lex-promedio               PIC ZZZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lex-marca                  PIC X(30).

       01  LINEA-REARRANQUE.
           05 FILLER                     PIC X(24) VALUE
           "  PUNTO DE REARRANQUE:  ".
           05 lre-texto                  PIC X(60).

       01  LINEA-DECISION.
           05 FILLER                     PIC X(12) VALUE
           "  DECISION: ".
           05 lde-texto                  PIC X(78).

      *VARIABLES PARA INVOCAR A LA RUTINA DE FECHAS
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

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           ACCEPT wss-horaHoy FROM TIME
           PERFORM 0500-ARMAR-EXCEPCIONES
           PERFORM 1000-CARGAR-ULTIMA-CADENA
           PERFORM 1500-LEER-ESTADO-DE-LA-CADENA
           PERFORM 2000-CONTAR-EXCEPCIONES
           PERFORM 3000-CARGAR-HISTORIA
           PERFORM 3500-COMPARAR-CON-PROMEDIO
           PERFORM 4000-DECIDIR
           PERFORM 5000-EMITIR-RESUMEN
           PERFORM 6000-GRABAR-HISTORIA
           PERFORM 7000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-ARMAR-EXCEPCIONES.
           MOVE "EXCEPINT.DAT"   TO vex-nombre(1)
           MOVE "PVERINTE"       TO vex-programa(1)
           MOVE "R"              TO vex-tipo(1)
           MOVE "ANOMALIA.DAT"   TO vex-nombre(2)
           MOVE "PCALIDAD"       TO vex-programa(2)
           MOVE "R"              TO vex-tipo(2)
           MOVE "DUPREV.DAT"     TO vex-nombre(3)
           MOVE "PDUPNOTA"       TO vex-programa(3)
           MOVE "R"              TO vex-tipo(3)
           MOVE "RECHMAT.DAT"    TO vex-nombre(4)
           MOVE "PGENMATE"       TO vex-programa(4)
           MOVE "A"              TO vex-tipo(4)
           MOVE "RECHNAC.DAT"    TO vex-nombre(5)
           MOVE "PGENPAIS"       TO vex-programa(5)
           MOVE "A"              TO vex-tipo(5)
           MOVE "MINRECHA.DAT"   TO vex-nombre(6)
           MOVE "PIMPMINI"       TO vex-programa(6)
           MOVE "R"              TO vex-tipo(6)
           MOVE "COBEXCE.DAT"    TO vex-nombre(7)
           MOVE "PCOBBANC"       TO vex-programa(7)
           MOVE "R"              TO vex-tipo(7)
           MOVE "FACTURACION"    TO vex-nombre(8)
           MOVE "PFACCUOT"       TO vex-programa(8)
           MOVE "E"              TO vex-tipo(8)
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
               MOVE "N"    TO vex-corrio(WS-IND)
               MOVE 0      TO vex-total(WS-IND)
               MOVE 0      TO vex-nuevos(WS-IND)
               MOVE 0      TO vex-rechazados-est(WS-IND)
               MOVE 0      TO vex-promedio(WS-IND)
               MOVE SPACES TO vex-marca(WS-IND)
           END-PERFORM.

      *-----------------------------------------------------------------

      * CADENA.DAT se graba en orden: al cambiar la ventana se
      * descartan los pasos de la anterior y quedan los de la ultima
       1000-CARGAR-ULTIMA-CADENA.
           OPEN INPUT ARCH-CAD
           IF wss-fs-cad-OK
               MOVE "N" TO flag
               READ ARCH-CAD AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CAD-FECHA-VENTANA NOT = wss-ventana-fecha
                           OR CAD-HORA-VENTANA NOT = wss-ventana-hora
                       MOVE CAD-FECHA-VENTANA TO wss-ventana-fecha
                       MOVE CAD-HORA-VENTANA TO wss-ventana-hora
                       MOVE 0 TO wss-cont-pasos
                   END-IF
                   IF wss-cont-pasos < 40
                       ADD 1 TO wss-cont-pasos
                       MOVE CAD-SECUENCIA TO
                           vpa-secuencia(wss-cont-pasos)
                       MOVE CAD-PROGRAMA TO
                           vpa-programa(wss-cont-pasos)
                       MOVE CAD-FECHA-INICIO TO
                           vpa-fecha-inicio(wss-cont-pasos)
                       MOVE CAD-HORA-INICIO TO
                           vpa-hora-inicio(wss-cont-pasos)
                       MOVE CAD-LEIDOS TO vpa-leidos(wss-cont-pasos)
                       MOVE CAD-ESCRITOS TO
                           vpa-escritos(wss-cont-pasos)
                       MOVE CAD-RECHAZADOS TO
                           vpa-rechazados(wss-cont-pasos)
                       MOVE CAD-FINAL TO vpa-final(wss-cont-pasos)
                   END-IF
                   READ ARCH-CAD AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAD
           ELSE
               CLOSE ARCH-CAD
           END-IF
           COMPUTE wss-marca-ventana = wss-ventana-fecha * 1000000
               + wss-ventana-hora / 100.

      *-----------------------------------------------------------------

      * el punto de rearranque que dejo PJOBSTRM y si la ventana
      * batch sigue abierta
       1500-LEER-ESTADO-DE-LA-CADENA.
           OPEN INPUT ARCH-CHK
           IF wss-fs-chk-OK
               READ ARCH-CHK AT END CONTINUE
                   NOT AT END
                       MOVE CHK-SECUENCIA TO wss-chk-secuencia
                       MOVE CHK-PROGRAMA TO wss-chk-programa
               END-READ
               CLOSE ARCH-CHK
           ELSE
               CLOSE ARCH-CHK
           END-IF
           OPEN INPUT ARCH-VEN
           IF wss-fs-ven-OK
               READ ARCH-VEN AT END CONTINUE
                   NOT AT END
                       MOVE VEN-ESTADO TO wss-ven-estado
                       MOVE VEN-PASO TO wss-ven-paso
               END-READ
               CLOSE ARCH-VEN
           ELSE
               CLOSE ARCH-VEN
           END-IF.

      *-----------------------------------------------------------------

       2000-CONTAR-EXCEPCIONES.
           PERFORM 2100-VER-QUIEN-CORRIO
           PERFORM 2210-CONTAR-EXCEPINT
           PERFORM 2220-CONTAR-ANOMALIA
           PERFORM 2230-CONTAR-DUPREV
           PERFORM 2240-CONTAR-RECHMAT
           PERFORM 2250-CONTAR-RECHNAC
           PERFORM 2260-CONTAR-MINRECHA
           PERFORM 2270-CONTAR-COBEXCE
           MOVE vex-rechazados-est(8) TO vex-total(8).

      *-----------------------------------------------------------------

      * marca los programas de las excepciones que grabaron en
      * ESTADIS.DAT desde que arranco la ventana y se queda con los
      * rechazados de su ultima corrida
       2100-VER-QUIEN-CORRIO.
           OPEN INPUT ARCH-EST
           IF wss-fs-est-OK
               MOVE "N" TO flag
               READ ARCH-EST AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-marca-estadis = est-fecha * 1000000
                       + est-hora
                   IF wss-marca-estadis >= wss-marca-ventana
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > 8
                           IF est-programa = vex-programa(WS-IND)
                               MOVE "S" TO vex-corrio(WS-IND)
                               MOVE est-rechazados TO
                                   vex-rechazados-est(WS-IND)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ARCH-EST AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-EST
           ELSE
               CLOSE ARCH-EST
           END-IF.

      *-----------------------------------------------------------------

       2210-CONTAR-EXCEPINT.
           OPEN INPUT ARCH-EXCEP
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-EXCEP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(1)
                   READ ARCH-EXCEP AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-EXCEP
           ELSE
               CLOSE ARCH-EXCEP
           END-IF.

      *-----------------------------------------------------------------

       2220-CONTAR-ANOMALIA.
           OPEN INPUT ARCH-ANO
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-ANO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(2)
                   READ ARCH-ANO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ANO
           ELSE
               CLOSE ARCH-ANO
           END-IF.

      *-----------------------------------------------------------------

       2230-CONTAR-DUPREV.
           OPEN INPUT ARCH-REV
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-REV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(3)
                   READ ARCH-REV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-REV
           ELSE
               CLOSE ARCH-REV
           END-IF.

      *-----------------------------------------------------------------

       2240-CONTAR-RECHMAT.
           OPEN INPUT ARCH-RMA
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-RMA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(4)
                   READ ARCH-RMA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-RMA
           ELSE
               CLOSE ARCH-RMA
           END-IF.

      *-----------------------------------------------------------------

       2250-CONTAR-RECHNAC.
           OPEN INPUT ARCH-RNA
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-RNA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(5)
                   READ ARCH-RNA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-RNA
           ELSE
               CLOSE ARCH-RNA
           END-IF.

      *-----------------------------------------------------------------

       2260-CONTAR-MINRECHA.
           OPEN INPUT ARCH-RMI
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-RMI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(6)
                   READ ARCH-RMI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-RMI
           ELSE
               CLOSE ARCH-RMI
           END-IF.

      *-----------------------------------------------------------------

       2270-CONTAR-COBEXCE.
           OPEN INPUT ARCH-CBE
           IF wss-fs-exc-OK
               MOVE "N" TO flag
               READ ARCH-CBE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO vex-total(7)
                   READ ARCH-CBE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CBE
           ELSE
               CLOSE ARCH-CBE
           END-IF.

      *-----------------------------------------------------------------

      * se quedan en memoria las ultimas ocho corridas
       3000-CARGAR-HISTORIA.
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               MOVE "N" TO flag
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-historia = 8
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > 7
                           MOVE VECTOR-HISTORIA(WS-IND + 1) TO
                               VECTOR-HISTORIA(WS-IND)
                       END-PERFORM
                   ELSE
                       ADD 1 TO wss-cont-historia
                   END-IF
                   MOVE HIS-FECHA-VENTANA TO
                       vhi-fecha-ventana(wss-cont-historia)
                   MOVE HIS-HORA-VENTANA TO
                       vhi-hora-ventana(wss-cont-historia)
                   PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
                       MOVE HIS-NUEVOS(WS-IND) TO
                           vhi-nuevos(wss-cont-historia, WS-IND)
                       MOVE HIS-TOTAL(WS-IND) TO
                           vhi-total(wss-cont-historia, WS-IND)
                   END-PERFORM
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               CLOSE ARCH-HIS
           END-IF
           MOVE wss-cont-historia TO wss-cont-base
           IF wss-cont-historia > 0
               IF vhi-fecha-ventana(wss-cont-historia) =
                       wss-ventana-fecha
                       AND vhi-hora-ventana(wss-cont-historia) =
                       wss-ventana-hora
                   MOVE "S" TO wss-repetida
                   SUBTRACT 1 FROM wss-cont-base
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * las entradas nuevas de cada excepcion y el promedio de las
      * siete corridas anteriores
       3500-COMPARAR-CON-PROMEDIO.
           IF wss-cont-base > 7
               COMPUTE wss-desde-base = wss-cont-base - 6
           ELSE
               MOVE 1 TO wss-desde-base
           END-IF
           COMPUTE wss-cant-promedio = wss-cont-base - wss-desde-base
               + 1
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
               EVALUATE TRUE
                   WHEN vex-tipo(WS-IND) = "A" AND wss-cont-base > 0
                       IF vex-total(WS-IND) >
                               vhi-total(wss-cont-base, WS-IND)
                           COMPUTE vex-nuevos(WS-IND) =
                               vex-total(WS-IND) -
                               vhi-total(wss-cont-base, WS-IND)
                       END-IF
                   WHEN vex-tipo(WS-IND) = "A"
                       MOVE vex-total(WS-IND) TO vex-nuevos(WS-IND)
                   WHEN vex-corrio(WS-IND) = "S"
                     OR wss-marca-ventana = 0
                       MOVE vex-total(WS-IND) TO vex-nuevos(WS-IND)
                   WHEN OTHER
                       MOVE "no corrio en la cadena" TO
                           vex-marca(WS-IND)
               END-EVALUATE
               IF wss-cont-base > 0
                   MOVE 0 TO wss-suma-nuevos
                   PERFORM VARYING WS-IND-2 FROM wss-desde-base BY 1
                           UNTIL WS-IND-2 > wss-cont-base
                       ADD vhi-nuevos(WS-IND-2, WS-IND) TO
                           wss-suma-nuevos
                   END-PERFORM
                   COMPUTE vex-promedio(WS-IND) ROUNDED =
                       wss-suma-nuevos / wss-cant-promedio
                   PERFORM 3600-MARCAR-DESVIO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3600-MARCAR-DESVIO.
           EVALUATE TRUE
               WHEN vex-nuevos(WS-IND) > vex-promedio(WS-IND) * 2
                    AND vex-nuevos(WS-IND) - vex-promedio(WS-IND)
                        >= wss-minimo-desvio
                   MOVE "*** MUY POR ENCIMA ***" TO vex-marca(WS-IND)
                   ADD 1 TO wss-cont-desvios
               WHEN vex-promedio(WS-IND) >= wss-minimo-desvio
                    AND vex-nuevos(WS-IND) * 2 < vex-promedio(WS-IND)
                    AND vex-marca(WS-IND) = SPACES
                   MOVE "*** MUY POR DEBAJO ***" TO vex-marca(WS-IND)
                   ADD 1 TO wss-cont-desvios
           END-EVALUATE.

      *-----------------------------------------------------------------

      * no se abre con la cadena cortada, corriendo o vieja; se abre
      * con observaciones si hubo desvios grandes
       4000-DECIDIR.
           EVALUATE TRUE
               WHEN wss-marca-ventana = 0
                   MOVE "S" TO wss-no-abrir
                   MOVE "NO ABRIR - CADENA.DAT no tiene ninguna cadena"
                       TO wss-motivo
               WHEN wss-chk-programa NOT = SPACES
                   MOVE "S" TO wss-no-abrir
                   MOVE SPACES TO wss-motivo
                   STRING "NO ABRIR - cadena cortada; rearrancar "
                          "PJOBSTRM (paso " DELIMITED BY SIZE
                          wss-chk-secuencia DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          wss-chk-programa DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                          INTO wss-motivo
                   END-STRING
               WHEN wss-ven-estado = "A"
                   MOVE "S" TO wss-no-abrir
                   MOVE SPACES TO wss-motivo
                   STRING "NO ABRIR - la cadena sigue corriendo "
                          "(paso " DELIMITED BY SIZE
                          wss-ven-paso DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                          INTO wss-motivo
                   END-STRING
               WHEN OTHER
                   PERFORM 4100-VER-ANTIGUEDAD
           END-EVALUATE
           IF wss-no-abrir = "N"
               IF wss-cont-desvios > 0
                   MOVE SPACES TO wss-motivo
                   STRING "ABRIR - la cadena termino bien; revisar "
                          "los desvios marcados (" DELIMITED BY SIZE
                          wss-cont-desvios DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO wss-motivo
                   END-STRING
               ELSE
                   MOVE "ABRIR - la cadena nocturna termino bien"
                       TO wss-motivo
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * una cadena que arranco antes de ayer no es la de anoche
       4100-VER-ANTIGUEDAD.
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE wss-ventana-fecha(7:2) TO diaa
           MOVE wss-ventana-fecha(5:2) TO mess
           MOVE wss-ventana-fecha(1:4) TO anioo
           MOVE wss-fechaHoy(7:2) TO diaa2
           MOVE wss-fechaHoy(5:2) TO mess2
           MOVE wss-fechaHoy(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           IF DIF-DIAS > 1
               MOVE "S" TO wss-no-abrir
               MOVE SPACES TO wss-motivo
               STRING "NO ABRIR - la ultima cadena es del "
                      DELIMITED BY SIZE
                      wss-ventana-fecha(7:2) "/"
                      wss-ventana-fecha(5:2) "/"
                      wss-ventana-fecha(1:4) DELIMITED BY SIZE
                      ", no corrio anoche" DELIMITED BY SIZE
                      INTO wss-motivo
               END-STRING
           END-IF.

      *-----------------------------------------------------------------

       5000-EMITIR-RESUMEN.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir RESNOCT.DAT"
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*        RESUMEN DE LA CADENA NOCTURNA           *"
           WRITE REG-LIS FROM
               "**************************************************"
           IF wss-marca-ventana NOT = 0
               MOVE SPACES TO lve-fecha
               STRING wss-ventana-fecha(7:2) "/"
                      wss-ventana-fecha(5:2) "/"
                      wss-ventana-fecha(1:4) DELIMITED BY SIZE
                      INTO lve-fecha
               END-STRING
               MOVE SPACES TO lve-hora
               STRING wss-ventana-hora(1:2) ":"
                      wss-ventana-hora(3:2) DELIMITED BY SIZE
                      INTO lve-hora
               END-STRING
               IF wss-ven-estado = "A"
                   MOVE "ABIERTA" TO lve-estado
               ELSE
                   MOVE "CERRADA" TO lve-estado
               END-IF
               WRITE REG-LIS FROM LINEA-VENTANA
           END-IF
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-TITULO-PASOS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pasos
               PERFORM 5100-EMITIR-PASO
           END-PERFORM
           IF wss-cont-pasos = 0
               WRITE REG-LIS FROM "  (sin pasos registrados)"
           END-IF
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-TITULO-EXCEP
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
               MOVE vex-nombre(WS-IND) TO lex-nombre
               MOVE vex-nuevos(WS-IND) TO lex-nuevos
               MOVE vex-promedio(WS-IND) TO lex-promedio
               MOVE vex-marca(WS-IND) TO lex-marca
               IF wss-cont-base = 0 AND vex-marca(WS-IND) = SPACES
                   MOVE "sin corridas anteriores" TO lex-marca
               END-IF
               WRITE REG-LIS FROM LINEA-EXCEP
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           IF wss-chk-programa = SPACES
               MOVE "ninguno, la proxima cadena arranca del paso 01"
                   TO lre-texto
           ELSE
               MOVE SPACES TO lre-texto
               STRING "paso " wss-chk-secuencia " ("
                      DELIMITED BY SIZE
                      wss-chk-programa DELIMITED BY SPACE
                      ") en JOBCHKPT.DAT" DELIMITED BY SIZE
                      INTO lre-texto
               END-STRING
           END-IF
           WRITE REG-LIS FROM LINEA-REARRANQUE
           MOVE wss-motivo TO lde-texto
           WRITE REG-LIS FROM LINEA-DECISION
           CLOSE ARCH-LIS
           DISPLAY "resumen de la cadena nocturna en RESNOCT.DAT"
           DISPLAY "DECISION: " wss-motivo.

      *-----------------------------------------------------------------

       5100-EMITIR-PASO.
           MOVE vpa-secuencia(WS-IND) TO lpa-secuencia
           MOVE vpa-programa(WS-IND) TO lpa-programa
           MOVE SPACES TO lpa-fecha
           STRING vpa-fecha-inicio(WS-IND)(7:2) "/"
                  vpa-fecha-inicio(WS-IND)(5:2) DELIMITED BY SIZE
                  INTO lpa-fecha
           END-STRING
           MOVE SPACES TO lpa-hora
           STRING vpa-hora-inicio(WS-IND)(1:2) ":"
                  vpa-hora-inicio(WS-IND)(3:2) ":"
                  vpa-hora-inicio(WS-IND)(5:2) DELIMITED BY SIZE
                  INTO lpa-hora
           END-STRING
           MOVE vpa-leidos(WS-IND) TO lpa-leidos
           MOVE vpa-escritos(WS-IND) TO lpa-escritos
           MOVE vpa-rechazados(WS-IND) TO lpa-rechazados
           EVALUATE vpa-final(WS-IND)
               WHEN "N"
                   MOVE "NORMAL" TO lpa-final
               WHEN "A"
                   MOVE "ANORMAL" TO lpa-final
               WHEN OTHER
                   MOVE "NO CORRIO" TO lpa-final
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-PASO.

      *-----------------------------------------------------------------

      * la corrida queda en RESNHIST.DAT para el promedio de las
      * proximas; si se repite el resumen de la misma ventana se
      * reemplaza la ultima linea en lugar de agregar otra
       6000-GRABAR-HISTORIA.
           IF wss-repetida = "S"
               OPEN I-O ARCH-HIS
               IF wss-fs-his-OK
                   MOVE "N" TO flag
                   PERFORM UNTIL flag = "S"
                       READ ARCH-HIS AT END MOVE "S" TO flag
                       END-READ
                       IF flag = "N"
                               AND HIS-FECHA-VENTANA =
                               wss-ventana-fecha
                               AND HIS-HORA-VENTANA = wss-ventana-hora
                           PERFORM 6100-ARMAR-HISTORIA
                           REWRITE REG-HIS
                           IF NOT wss-fs-his-OK then
                               display "error al regrabar RESNHIST.DAT"
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCH-HIS
               ELSE
                   DISPLAY "error al abrir RESNHIST.DAT"
               END-IF
           ELSE
               OPEN EXTEND ARCH-HIS
               IF wss-fs-his-OK OR wss-fs-his-NOEXISTE
                   PERFORM 6100-ARMAR-HISTORIA
                   WRITE REG-HIS
                   IF NOT wss-fs-his-OK then
                       display "error al escribir RESNHIST.DAT"
                   END-IF
                   CLOSE ARCH-HIS
               ELSE
                   DISPLAY "error al abrir RESNHIST.DAT"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6100-ARMAR-HISTORIA.
           MOVE wss-ventana-fecha TO HIS-FECHA-VENTANA
           MOVE wss-ventana-hora TO HIS-HORA-VENTANA
           MOVE wss-fechaHoy TO HIS-FECHA
           MOVE wss-horaHoy TO HIS-HORA
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
               MOVE vex-nuevos(WS-IND) TO HIS-NUEVOS(WS-IND)
               MOVE vex-total(WS-IND) TO HIS-TOTAL(WS-IND)
           END-PERFORM
           MOVE SPACES TO ESPACIO-HIS.

      *-----------------------------------------------------------------

       7000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------
       END PROGRAM PRESNOCT.
