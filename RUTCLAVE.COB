      *    huellas, y nadie que lea el archivo recupera la clave.
      *    Opciones:
      *        1) condensar CLAVE-ENTRADA en CLAVE-HUELLA
      *        2) amasar LINEA-ENTRADA sobre HUELLA-LINEA, que trae
      *           la huella de las lineas anteriores (en cero la
      *           primera vez); asi se condensa un documento entero
      *           de a una linea, como hace PLISCERT con el
      *           certificado analitico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  wss-cociente    PIC 9(10) COMP.
       77  WS-POS          PIC 9(2)  COMP.
       77  WS-IND          PIC 9(2)  COMP.
       77  WS-POS-LIN      PIC 9(3)  COMP.
       77  wss-caracter    PIC X.

      * alfabeto interno: la posicion de cada caracter es su valor;
      * el caracter que no figura vale su posicion de rastrillo 77
               10 COMO-TERMINO.
                   15 retorn-num-c PIC 9(3).
                   15 retorn-txt-c PIC X(30).
           05 DATOS-LINEA.
               10 LINEA-ENTRADA   PIC X(90).
               10 HUELLA-LINEA    PIC 9(10).

       PROCEDURE DIVISION USING AREA-DE-COMMUNICATION-CLA.
      */////////////////////////////////////////////////////////////////
           EVALUATE OPCION-C
               WHEN 1
                   PERFORM 1000-CONDENSAR-CLAVE
               WHEN 2
                   PERFORM 2000-AMASAR-LINEA
               WHEN OTHER
                   MOVE 002 TO retorn-num-c
                   MOVE "opcion invalida" TO retorn-txt-c
      *-----------------------------------------------------------------

       1100-VALOR-DEL-CARACTER.
           MOVE CLAVE-ENTRADA(WS-POS:1) TO wss-caracter
           PERFORM 1150-BUSCAR-EN-ALFABETO.

      *-----------------------------------------------------------------

       1150-BUSCAR-EN-ALFABETO.
           MOVE 77 TO wss-valorChar
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 74
               IF charAlfabeto(WS-IND) = wss-caracter
                   MOVE WS-IND TO wss-valorChar
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * mismo amasado que la clave, caracter por caracter de la
      * linea, arrancando de la huella que trajo el llamador
       2000-AMASAR-LINEA.
           MOVE HUELLA-LINEA TO wss-acumulador
           PERFORM VARYING WS-POS-LIN FROM 1 BY 1
                   UNTIL WS-POS-LIN > 90
               MOVE LINEA-ENTRADA(WS-POS-LIN:1) TO wss-caracter
               PERFORM 1150-BUSCAR-EN-ALFABETO
               COMPUTE wss-acumulador = wss-acumulador * 31
                   + wss-valorChar + WS-POS-LIN * 7
               DIVIDE wss-acumulador BY 2147483647
                   GIVING wss-cociente
                   REMAINDER wss-acumulador
           END-PERFORM
           MOVE wss-acumulador TO HUELLA-LINEA
           MOVE 0 TO retorn-num-c
           MOVE "bien" TO retorn-txt-c.

      *-----------------------------------------------------------------
       END PROGRAM RUTCLAVE.
