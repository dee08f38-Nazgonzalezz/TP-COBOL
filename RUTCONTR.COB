      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Rutina de los registros de control de los archivos
      *    maestros (ALUMNOS.DAT, NOTAS.DAT, HISTORIA.DAT,
      *    INSCRIP.DAT, CUOTAS.DAT y MATERIA.dat). CTLMAEST.DAT guarda
      *    para cada uno la cantidad de registros, el total de control
      *    de los campos clave, la suma de los importes o notas y el
      *    ultimo programa que lo actualizo con fecha y hora. Los
      *    totales se calculan leyendo el archivo entero.
      *    Opciones:
      *        1) sellar: recalcula y graba el control de cada archivo
      *           pedido que el mismo programa verifico antes; no
      *           sella el que no coincidia, para que la diferencia no
      *           se pierda, ni el que no se llego a verificar
      *        2) verificar: recalcula y compara con el control
      *        3) sellar sin mirar la verificacion: archivos repuestos
      *           enteros (restauracion, migracion) y el supervisor
      *           desde PVERCTL despues de revisar
      *    Archivos: hasta seis codigos de tres letras seguidos
      *    (ALU, NOT, HIS, INS, CUO, MAT). Retorno: 0 coinciden,
      *    1 alguno no coincide o no se pudo leer, 2 alguno no tiene
      *    registro de control todavia. Los datos de salida son los
      *    del ultimo archivo procesado.
      *    Total de control de la clave: ALU numero de alumno; NOT,
      *    HIS e INS alumno*100+materia mas anio*100+mes; CUO alumno
      *    mas anio*100+mes; MAT codigo de materia. Suma: nota,
      *    promedio, importe mas pagado, carga horaria (ALU e INS no
      *    tienen).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTCONTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CTM         ASSIGN TO "CTLMAEST.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ctm.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-arc.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-arc.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-arc.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-arc.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-arc.

       SELECT OPTIONAL ARCH-MAT         ASSIGN TO "MATERIA.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS codigMateria
                                        FILE STATUS IS wss-fs-arc.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTM.
           01  REG-CTM.
                05 CTM-ARCHIVO        PIC X(3).
                05 CTM-CANTIDAD       PIC 9(9).
                05 CTM-HASH-CLAVES    PIC 9(15).
                05 CTM-SUMA-VALORES   PIC 9(13)V99.
                05 CTM-PROGRAMA       PIC X(8).
                05 CTM-FECHA          PIC 9(8).
                05 CTM-HORA           PIC 9(8).
                05 ESPACIO-CTM        PIC XX.

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO     PIC X(6).
                05 ALU-NRO-ALUMNO-NUM REDEFINES ALU-NRO-ALUMNO
                                      PIC 9(6).
                05 FILLER             PIC X(47).

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-NRO-ALUMNO     PIC 9(6).
                05 HIS-NRO-MATERIA    PIC 99.
                05 HIS-ANIO-CIERRE    PIC 9(4).
                05 HIS-MES-CIERRE     PIC 99.
                05 HIS-PROMEDIO       PIC 99V99.
                05 HIS-CONDICION      PIC X.
                05 ESPACIO-HIS        PIC X.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

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

       FD  ARCH-MAT.
           01  REG-MAT.
                05 codigMateria       PIC X(2).
                05 codigMateria-num REDEFINES codigMateria
                                      PIC 99.
                05 descripMateria     PIC X(20).
                05 cargaHoraria       PIC 9(3).
                05 activaMateria      PIC X.

       WORKING-STORAGE SECTION.
       01  wss-fs-ctm                    PIC X(2).
           88 wss-fs-ctm-OK                        VALUE '00'.
           88 wss-fs-ctm-NOEXISTE                  VALUE '05'.
       01  wss-fs-arc                    PIC X(2).
           88 wss-fs-arc-OK                        VALUE '00'.
           88 wss-fs-arc-NOEXISTE                  VALUE '05'.

      * un renglon por archivo maestro; la marca de verificacion queda
      * entre llamadas para no sellar un archivo que ya no coincidia
       01  wss-codigos-archivo.
           05 FILLER                     PIC X(18)
                                         VALUE "ALUNOTHISINSCUOMAT".
       01  wss-codigos-tabla REDEFINES wss-codigos-archivo.
           05 wss-codigo-arch            PIC X(3) OCCURS 6 TIMES.
       01  wss-nombres-archivo.
           05 FILLER                     PIC X(12) VALUE "ALUMNOS.DAT".
           05 FILLER                     PIC X(12) VALUE "NOTAS.DAT".
           05 FILLER                     PIC X(12) VALUE "HISTORIA.DAT".
           05 FILLER                     PIC X(12) VALUE "INSCRIP.DAT".
           05 FILLER                     PIC X(12) VALUE "CUOTAS.DAT".
           05 FILLER                     PIC X(12) VALUE "MATERIA.dat".
       01  wss-nombres-tabla REDEFINES wss-nombres-archivo.
           05 wss-nombre-arch            PIC X(12) OCCURS 6 TIMES.

       01  VECTOR-CONTROL.
           05 vct-control OCCURS 6 TIMES.
               10 vct-registrado         PIC X.
               10 vct-cantidad           PIC 9(9).
               10 vct-hash               PIC 9(15).
               10 vct-suma               PIC 9(13)V99.
               10 vct-programa           PIC X(8).
               10 vct-fecha              PIC 9(8).
               10 vct-hora               PIC 9(8).
               10 vct-verificado         PIC X     VALUE SPACE.
               10 vct-verificado-por     PIC X(8)  VALUE SPACES.

       01  wss-pedidos.
           05 wss-pedido                 PIC X(3) OCCURS 6 TIMES.

       77  wss-ind-pedido                PIC 9     VALUE 0.
       77  wss-ind                       PIC 9     VALUE 0.
       77  wss-ind-busca                 PIC 9     VALUE 0.
       77  wss-cantidad                  PIC 9(9)  VALUE 0.
       77  wss-hash                      PIC 9(15) VALUE 0.
       77  wss-suma                      PIC 9(13)V99 VALUE 0.
       77  wss-lectura-ok                PIC X     VALUE "S".
       77  wss-hubo-diferencia           PIC X     VALUE "N".
       77  wss-hubo-faltante             PIC X     VALUE "N".
       77  flag                          PIC X     VALUE "N".

       LINKAGE SECTION.
       01  AREA-DE-COMMUNICATION-CTM.
           05 DATOS-ENTRADA.
               10 OPCION-K        PIC 9.
               10 K-ARCHIVOS      PIC X(18).
               10 K-PROGRAMA      PIC X(8).
           05 DATOS-SALIDA.
               10 K-CANT-ACTUAL   PIC 9(9).
               10 K-HASH-ACTUAL   PIC 9(15).
               10 K-SUMA-ACTUAL   PIC 9(13)V99.
               10 K-CANT-CONTROL  PIC 9(9).
               10 K-HASH-CONTROL  PIC 9(15).
               10 K-SUMA-CONTROL  PIC 9(13)V99.
               10 K-PROGRAMA-CONTROL PIC X(8).
               10 K-FECHA-CONTROL PIC 9(8).
               10 K-HORA-CONTROL  PIC 9(8).
               10 COMO-TERMINO.
                   15 retorn-num-k PIC 9(3).
                   15 retorn-txt-k PIC X(30).

       PROCEDURE DIVISION USING AREA-DE-COMMUNICATION-CTM.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           MOVE "N" TO wss-hubo-diferencia
           MOVE "N" TO wss-hubo-faltante
           MOVE K-ARCHIVOS TO wss-pedidos
           EVALUATE OPCION-K
               WHEN 1
               WHEN 3
                   PERFORM 1000-CARGAR-CONTROLES
                   PERFORM VARYING wss-ind-pedido FROM 1 BY 1
                           UNTIL wss-ind-pedido > 6
                       PERFORM 1050-BUSCAR-ARCHIVO
                       IF wss-ind > 0
                           PERFORM 2000-SELLAR-ARCHIVO
                       END-IF
                   END-PERFORM
                   PERFORM 2500-GRABAR-CONTROLES
                   PERFORM 4000-ARMAR-RETORNO
               WHEN 2
                   PERFORM 1000-CARGAR-CONTROLES
                   PERFORM VARYING wss-ind-pedido FROM 1 BY 1
                           UNTIL wss-ind-pedido > 6
                       PERFORM 1050-BUSCAR-ARCHIVO
                       IF wss-ind > 0
                           PERFORM 3000-VERIFICAR-ARCHIVO
                       END-IF
                   END-PERFORM
                   PERFORM 4000-ARMAR-RETORNO
               WHEN OTHER
                   MOVE 003 TO retorn-num-k
                   MOVE "opcion invalida" TO retorn-txt-k
           END-EVALUATE
       GOBACK.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-CONTROLES.
           PERFORM VARYING wss-ind FROM 1 BY 1 UNTIL wss-ind > 6
               MOVE "N" TO vct-registrado(wss-ind)
               MOVE 0 TO vct-cantidad(wss-ind)
               MOVE 0 TO vct-hash(wss-ind)
               MOVE 0 TO vct-suma(wss-ind)
               MOVE SPACES TO vct-programa(wss-ind)
               MOVE 0 TO vct-fecha(wss-ind)
               MOVE 0 TO vct-hora(wss-ind)
           END-PERFORM
           OPEN INPUT ARCH-CTM
           IF wss-fs-ctm-OK
               MOVE "N" TO flag
               READ ARCH-CTM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING wss-ind FROM 1 BY 1
                           UNTIL wss-ind > 6
                       IF CTM-ARCHIVO = wss-codigo-arch(wss-ind)
                           MOVE "S" TO vct-registrado(wss-ind)
                           MOVE CTM-CANTIDAD TO vct-cantidad(wss-ind)
                           MOVE CTM-HASH-CLAVES TO vct-hash(wss-ind)
                           MOVE CTM-SUMA-VALORES TO vct-suma(wss-ind)
                           MOVE CTM-PROGRAMA TO vct-programa(wss-ind)
                           MOVE CTM-FECHA TO vct-fecha(wss-ind)
                           MOVE CTM-HORA TO vct-hora(wss-ind)
                       END-IF
                   END-PERFORM
                   READ ARCH-CTM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-CTM.

      *-----------------------------------------------------------------

       1050-BUSCAR-ARCHIVO.
           MOVE 0 TO wss-ind
           IF wss-pedido(wss-ind-pedido) NOT = SPACES
               PERFORM VARYING wss-ind-busca FROM 1 BY 1
                       UNTIL wss-ind-busca > 6
                   IF wss-pedido(wss-ind-pedido) =
                      wss-codigo-arch(wss-ind-busca)
                       MOVE wss-ind-busca TO wss-ind
                   END-IF
               END-PERFORM
               IF wss-ind = 0
                   DISPLAY "codigo de archivo desconocido para el "
                           "control: " wss-pedido(wss-ind-pedido)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * recorre el archivo entero y deja cantidad, total de claves y
      * suma en wss-cantidad, wss-hash y wss-suma
       1100-CALCULAR-TOTALES.
           MOVE 0 TO wss-cantidad
           MOVE 0 TO wss-hash
           MOVE 0 TO wss-suma
           MOVE "S" TO wss-lectura-ok
           EVALUATE wss-codigo-arch(wss-ind)
               WHEN "ALU"
                   PERFORM 1110-CALCULAR-ALUMNOS
               WHEN "NOT"
                   PERFORM 1120-CALCULAR-NOTAS
               WHEN "HIS"
                   PERFORM 1130-CALCULAR-HISTORIA
               WHEN "INS"
                   PERFORM 1140-CALCULAR-INSCRIP
               WHEN "CUO"
                   PERFORM 1150-CALCULAR-CUOTAS
               WHEN "MAT"
                   PERFORM 1160-CALCULAR-MATERIAS
           END-EVALUATE.

      *-----------------------------------------------------------------

       1110-CALCULAR-ALUMNOS.
           OPEN INPUT ARCH-ALU
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF ALU-NRO-ALUMNO IS NUMERIC
                       ADD ALU-NRO-ALUMNO-NUM TO wss-hash
                   END-IF
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-ALU
           END-IF.

      *-----------------------------------------------------------------

       1120-CALCULAR-NOTAS.
           OPEN INPUT ARCH-NOT
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-NOT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF NOT-NRO-ALUMNO IS NUMERIC
                      AND NOT-NRO-MATERIA IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + NOT-NRO-ALUMNO * 100 + NOT-NRO-MATERIA
                   END-IF
                   IF NOT-ANIO IS NUMERIC AND NOT-MES IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + NOT-ANIO * 100 + NOT-MES
                   END-IF
                   IF NOT-NOTA IS NUMERIC
                       ADD NOT-NOTA TO wss-suma
                   END-IF
                   READ ARCH-NOT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-NOT
           END-IF.

      *-----------------------------------------------------------------

       1130-CALCULAR-HISTORIA.
           OPEN INPUT ARCH-HIS
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF HIS-NRO-ALUMNO IS NUMERIC
                      AND HIS-NRO-MATERIA IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + HIS-NRO-ALUMNO * 100 + HIS-NRO-MATERIA
                   END-IF
                   IF HIS-ANIO-CIERRE IS NUMERIC
                      AND HIS-MES-CIERRE IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + HIS-ANIO-CIERRE * 100 + HIS-MES-CIERRE
                   END-IF
                   IF HIS-PROMEDIO IS NUMERIC
                       ADD HIS-PROMEDIO TO wss-suma
                   END-IF
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-HIS
           END-IF.

      *-----------------------------------------------------------------

       1140-CALCULAR-INSCRIP.
           OPEN INPUT ARCH-INS
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF INS-NRO-ALUMNO IS NUMERIC
                      AND INS-NRO-MATERIA IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + INS-NRO-ALUMNO * 100 + INS-NRO-MATERIA
                   END-IF
                   IF INS-ANIO IS NUMERIC AND INS-MES IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + INS-ANIO * 100 + INS-MES
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-INS
           END-IF.

      *-----------------------------------------------------------------

       1150-CALCULAR-CUOTAS.
           OPEN INPUT ARCH-CUO
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF CUO-NRO-ALUMNO IS NUMERIC
                       ADD CUO-NRO-ALUMNO TO wss-hash
                   END-IF
                   IF CUO-ANIO IS NUMERIC AND CUO-MES IS NUMERIC
                       COMPUTE wss-hash = wss-hash
                               + CUO-ANIO * 100 + CUO-MES
                   END-IF
                   IF CUO-IMPORTE IS NUMERIC
                       ADD CUO-IMPORTE TO wss-suma
                   END-IF
                   IF CUO-PAGADO IS NUMERIC
                       ADD CUO-PAGADO TO wss-suma
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-CUO
           END-IF.

      *-----------------------------------------------------------------

       1160-CALCULAR-MATERIAS.
           OPEN INPUT ARCH-MAT
           IF wss-fs-arc-OK
               MOVE "N" TO flag
               READ ARCH-MAT NEXT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cantidad
                   IF codigMateria IS NUMERIC
                       ADD codigMateria-num TO wss-hash
                   END-IF
                   IF cargaHoraria IS NUMERIC
                       ADD cargaHoraria TO wss-suma
                   END-IF
                   READ ARCH-MAT NEXT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MAT
           ELSE
               PERFORM 1190-VER-APERTURA
               CLOSE ARCH-MAT
           END-IF.

      *-----------------------------------------------------------------

      * un archivo que todavia no existe cuenta como vacio
       1190-VER-APERTURA.
           IF NOT wss-fs-arc-NOEXISTE
               MOVE "N" TO wss-lectura-ok
               DISPLAY "error al leer " wss-nombre-arch(wss-ind)
                       " para el control, estado " wss-fs-arc
           END-IF.

      *-----------------------------------------------------------------

       2000-SELLAR-ARCHIVO.
           EVALUATE TRUE
               WHEN OPCION-K = 3
                   PERFORM 2100-GRABAR-TOTALES
               WHEN vct-verificado-por(wss-ind) NOT = K-PROGRAMA
                   CONTINUE
               WHEN vct-verificado(wss-ind) = "N"
                   MOVE "S" TO wss-hubo-diferencia
                   DISPLAY "no se actualiza el control de "
                           wss-nombre-arch(wss-ind)
                           ": ya no coincidia al empezar la corrida"
               WHEN vct-verificado(wss-ind) = "S"
                 OR vct-verificado(wss-ind) = "X"
                   PERFORM 2100-GRABAR-TOTALES
           END-EVALUATE.

      *-----------------------------------------------------------------

       2100-GRABAR-TOTALES.
           PERFORM 1100-CALCULAR-TOTALES
           IF wss-lectura-ok = "S"
               MOVE "S" TO vct-registrado(wss-ind)
               MOVE wss-cantidad TO vct-cantidad(wss-ind)
               MOVE wss-hash TO vct-hash(wss-ind)
               MOVE wss-suma TO vct-suma(wss-ind)
               MOVE K-PROGRAMA TO vct-programa(wss-ind)
               ACCEPT vct-fecha(wss-ind) FROM DATE YYYYMMDD
               ACCEPT vct-hora(wss-ind) FROM TIME
               MOVE "S" TO vct-verificado(wss-ind)
               MOVE K-PROGRAMA TO vct-verificado-por(wss-ind)
           ELSE
               MOVE "S" TO wss-hubo-diferencia
           END-IF
           PERFORM 3500-DEVOLVER-DATOS.

      *-----------------------------------------------------------------

      * CTLMAEST.DAT se regraba entero con los seis renglones
       2500-GRABAR-CONTROLES.
           OPEN OUTPUT ARCH-CTM
           IF wss-fs-ctm-OK
               PERFORM VARYING wss-ind FROM 1 BY 1 UNTIL wss-ind > 6
                   IF vct-registrado(wss-ind) = "S"
                       MOVE wss-codigo-arch(wss-ind) TO CTM-ARCHIVO
                       MOVE vct-cantidad(wss-ind) TO CTM-CANTIDAD
                       MOVE vct-hash(wss-ind) TO CTM-HASH-CLAVES
                       MOVE vct-suma(wss-ind) TO CTM-SUMA-VALORES
                       MOVE vct-programa(wss-ind) TO CTM-PROGRAMA
                       MOVE vct-fecha(wss-ind) TO CTM-FECHA
                       MOVE vct-hora(wss-ind) TO CTM-HORA
                       MOVE SPACES TO ESPACIO-CTM
                       WRITE REG-CTM
                   END-IF
               END-PERFORM
           ELSE
               MOVE "S" TO wss-hubo-diferencia
               DISPLAY "error al grabar CTLMAEST.DAT"
           END-IF
           CLOSE ARCH-CTM.

      *-----------------------------------------------------------------

       3000-VERIFICAR-ARCHIVO.
           MOVE K-PROGRAMA TO vct-verificado-por(wss-ind)
           PERFORM 1100-CALCULAR-TOTALES
           PERFORM 3500-DEVOLVER-DATOS
           EVALUATE TRUE
               WHEN wss-lectura-ok = "N"
                   MOVE "N" TO vct-verificado(wss-ind)
                   MOVE "S" TO wss-hubo-diferencia
               WHEN vct-registrado(wss-ind) = "N"
                   MOVE "X" TO vct-verificado(wss-ind)
                   MOVE "S" TO wss-hubo-faltante
                   DISPLAY "aviso: " wss-nombre-arch(wss-ind)
                           " no tiene registro de control en "
                           "CTLMAEST.DAT"
               WHEN wss-cantidad = vct-cantidad(wss-ind)
                    AND wss-hash = vct-hash(wss-ind)
                    AND wss-suma = vct-suma(wss-ind)
                   MOVE "S" TO vct-verificado(wss-ind)
               WHEN OTHER
                   MOVE "N" TO vct-verificado(wss-ind)
                   MOVE "S" TO wss-hubo-diferencia
                   DISPLAY wss-nombre-arch(wss-ind)
                           " NO COINCIDE CON SU REGISTRO DE CONTROL"
                   DISPLAY "   registros " wss-cantidad
                           " control " vct-cantidad(wss-ind)
                   DISPLAY "   claves    " wss-hash
                           " control " vct-hash(wss-ind)
                   DISPLAY "   suma      " wss-suma
                           " control " vct-suma(wss-ind)
                   DISPLAY "   ultima actualizacion "
                           vct-programa(wss-ind) " "
                           vct-fecha(wss-ind) " " vct-hora(wss-ind)
           END-EVALUATE.

      *-----------------------------------------------------------------

       3500-DEVOLVER-DATOS.
           MOVE wss-cantidad TO K-CANT-ACTUAL
           MOVE wss-hash TO K-HASH-ACTUAL
           MOVE wss-suma TO K-SUMA-ACTUAL
           MOVE vct-cantidad(wss-ind) TO K-CANT-CONTROL
           MOVE vct-hash(wss-ind) TO K-HASH-CONTROL
           MOVE vct-suma(wss-ind) TO K-SUMA-CONTROL
           MOVE vct-programa(wss-ind) TO K-PROGRAMA-CONTROL
           MOVE vct-fecha(wss-ind) TO K-FECHA-CONTROL
           MOVE vct-hora(wss-ind) TO K-HORA-CONTROL.

      *-----------------------------------------------------------------

       4000-ARMAR-RETORNO.
           EVALUATE TRUE
               WHEN wss-hubo-diferencia = "S"
                   MOVE 001 TO retorn-num-k
                   MOVE "no coincide con el control" TO retorn-txt-k
               WHEN wss-hubo-faltante = "S"
                   MOVE 002 TO retorn-num-k
                   MOVE "sin registro de control" TO retorn-txt-k
               WHEN OTHER
                   MOVE 0 TO retorn-num-k
                   MOVE "bien" TO retorn-txt-k
           END-EVALUATE.

      *-----------------------------------------------------------------
       END PROGRAM RUTCONTR.
