            Los parametros se toman de variables de entorno cuando
            UTILIDADES_BATCH vale 'S' (las mismas FIBONACCI_* y
            PRIMOS_* del modo batch de siempre) o se piden por
            pantalla en modo interactivo. Opcionalmente verifica
            ademas el digito verificador de un CodigoINE con
            DIGITOINE (042DigitoVerificadorINE.cbl): el codigo se
            toma de UTILIDADES_CODIGOINE en batch o se pide por
            pantalla; en blanco el paso se omite. Tambien aplica
            ESTADISTICAS (049EstadisticasPoblacion.cbl) a una lista
            de poblaciones separadas por coma, tomada de
            UTILIDADES_POBLACIONES en batch o pedida por pantalla;
            en blanco el paso se omite.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       01 WS-Env-Modo               PIC X          VALUE SPACE.
       01 WS-Env-Cantidad           PIC X(6)       VALUE SPACES.
       01 WS-Env-Numero             PIC X(6)       VALUE SPACES.
       01 WS-Codigo-Verificar       PIC X(17)      VALUE SPACES.
       01 WS-Estado-Consolidado     PIC 9(2)       VALUE 0.
       01 WS-Poblaciones            PIC X(500)     VALUE SPACES.
       01 WS-Puntero                PIC 9(3)       VALUE 1.
       01 WS-Valor-Texto            PIC X(12)      VALUE SPACES.
       01 WS-Fin-Lista              PIC X          VALUE 'N'.
       01 WS-Lista-Invalida         PIC X          VALUE 'N'.
       01 WS-Estadistica-Mask       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Gini-Mask              PIC 9.9999.
       01 WS-Primacia-Mask          PIC Z,ZZZ,ZZ9.99.
      * Parametros del subprograma FIBONACCI (ver el LINKAGE de
      * 001SucesionFibonacci.cbl).
       01 FIB-Parametros.
          02 PRM-MayorPrimo         PIC 9(6)       VALUE 0.
          02 PRM-EsPrimo            PIC X          VALUE SPACE.
          02 PRM-Estado             PIC 9(2)       VALUE 0.
      * Parametros del subprograma DIGITOINE (ver el LINKAGE de
      * 042DigitoVerificadorINE.cbl).
       01 DVI-Parametros.
          02 DVI-Modo               PIC 9          VALUE 1.
          02 DVI-Codigo             PIC X(17)      VALUE SPACES.
          02 DVI-Digito             PIC X          VALUE SPACE.
          02 DVI-Valido             PIC X          VALUE SPACE.
          02 DVI-Estado             PIC 9(2)       VALUE 0.
      * Parametros del subprograma ESTADISTICAS (ver el LINKAGE de
      * 049EstadisticasPoblacion.cbl).
       01 EST-Parametros.
          02 EST-Cantidad           PIC 9(4)       VALUE 0.
          02 EST-Valor OCCURS 3000 TIMES PIC 9(7).
          02 EST-Total              PIC 9(12)      VALUE 0.
          02 EST-Mayor              PIC 9(7)       VALUE 0.
          02 EST-Media              PIC 9(9)V99    VALUE 0.
          02 EST-Mediana            PIC 9(9)V99    VALUE 0.
          02 EST-Desviacion         PIC 9(9)V99    VALUE 0.
          02 EST-Gini               PIC 9V9(4)     VALUE 0.
          02 EST-Primacia           PIC 9(7)V99    VALUE 0.
          02 EST-Primacia-Valida    PIC X          VALUE SPACE.
          02 EST-Estado             PIC 9(2)       VALUE 0.

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION.
            PERFORM MOD1-INICIALIZACION
            PERFORM MOD2-CORRER-FIBONACCI THRU FIN-MD2
            PERFORM MOD3-CORRER-PRIMOS THRU FIN-MD3
            PERFORM MOD7-CORRER-DIGITO THRU FIN-MD7
            PERFORM MOD8-CORRER-ESTADISTICAS THRU FIN-MD8
            PERFORM MOD4-RESUMEN THRU FIN-MD4
            MOVE WS-Estado-Consolidado TO RETURN-CODE
            STOP RUN.
               "), Primos escribio " PRM-PrimosEscritos
               " primos, mayor " PRM-MayorPrimo " (estado "
               PRM-Estado ")"
            IF WS-Codigo-Verificar NOT = SPACES THEN
               IF DVI-Estado NOT = 0 THEN
                  DISPLAY "CodigoINE " WS-Codigo-Verificar
                     ": formato no verificable (estado " DVI-Estado
                     ")"
               ELSE
                  IF DVI-Valido = 'S' THEN
                     DISPLAY "CodigoINE " WS-Codigo-Verificar
                        ": digito verificador correcto"
                  ELSE
                     DISPLAY "CodigoINE " WS-Codigo-Verificar
                        ": digito verificador INCORRECTO, "
                        "corresponde " DVI-Digito
                  END-IF
               END-IF
            END-IF
            IF WS-Poblaciones NOT = SPACES AND
               WS-Lista-Invalida = 'N' AND EST-Estado = 0 THEN
               MOVE EST-Total TO WS-Estadistica-Mask
               DISPLAY "Estadisticas de " EST-Cantidad
                  " poblaciones: total " WS-Estadistica-Mask
               MOVE EST-Media TO WS-Estadistica-Mask
               DISPLAY "   media      " WS-Estadistica-Mask
               MOVE EST-Mediana TO WS-Estadistica-Mask
               DISPLAY "   mediana    " WS-Estadistica-Mask
               MOVE EST-Desviacion TO WS-Estadistica-Mask
               DISPLAY "   desv. est. " WS-Estadistica-Mask
               MOVE EST-Gini TO WS-Gini-Mask
               DISPLAY "   Gini       " WS-Gini-Mask
               IF EST-Primacia-Valida = 'S' THEN
                  MOVE EST-Primacia TO WS-Primacia-Mask
                  DISPLAY "   primacia   " WS-Primacia-Mask
               ELSE
                  DISPLAY "   primacia   n/a"
               END-IF
            END-IF
            IF WS-Estado-Consolidado = 0 THEN
               DISPLAY "Estado consolidado: 0 (todo bien)"
            ELSE
                  STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Env-Numero) TO PRM-Numero
            END-IF
            ACCEPT WS-Codigo-Verificar FROM ENVIRONMENT
               "UTILIDADES_CODIGOINE"
            ACCEPT WS-Poblaciones FROM ENVIRONMENT
               "UTILIDADES_POBLACIONES".
       FIN-MD5.
            EXIT.

                  ACCEPT PRM-Numero
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            DISPLAY "CodigoINE a verificar (en blanco para omitir):"
            ACCEPT WS-Codigo-Verificar
            DISPLAY "Poblaciones para estadisticas, separadas por "
               "coma (en blanco para omitir):"
            ACCEPT WS-Poblaciones.
       FIN-MD6.
            EXIT.

      * El veredicto sobre el digito no es un error de la corrida;
      * solo un codigo sin formato verificable cuenta para el
      * estado consolidado, como un parametro invalido de PRIMOS.
       MOD7-CORRER-DIGITO.
            IF WS-Codigo-Verificar = SPACES THEN
               GO TO FIN-MD7
            END-IF
            MOVE 1 TO DVI-Modo
            MOVE WS-Codigo-Verificar TO DVI-Codigo
            CALL "DIGITOINE" USING DVI-Parametros
            IF DVI-Estado > WS-Estado-Consolidado THEN
               MOVE DVI-Estado TO WS-Estado-Consolidado
            END-IF.
       FIN-MD7.
            EXIT.

      * Arma EST-Valor con la lista separada por coma. Un valor no
      * numerico o una lista de mas de 3000 valores cuenta como
      * parametro invalido, igual que en PRIMOS.
       MOD8-CORRER-ESTADISTICAS.
            IF WS-Poblaciones = SPACES THEN
               GO TO FIN-MD8
            END-IF
            MOVE 0 TO EST-Cantidad
            MOVE 1 TO WS-Puntero
            MOVE 'N' TO WS-Fin-Lista
            MOVE 'N' TO WS-Lista-Invalida
            PERFORM MOD8B-TOMAR-POBLACION THRU FIN-MD8B
               UNTIL WS-Fin-Lista = 'S'
            IF WS-Lista-Invalida = 'S' THEN
               DISPLAY "Lista de poblaciones invalida: '"
                  FUNCTION TRIM(WS-Valor-Texto)
                  "' no es un valor aceptable."
               IF WS-Estado-Consolidado < 1 THEN
                  MOVE 1 TO WS-Estado-Consolidado
               END-IF
               GO TO FIN-MD8
            END-IF
            CALL "ESTADISTICAS" USING EST-Parametros
            IF EST-Estado NOT = 0 THEN
               DISPLAY "ESTADISTICAS termino con estado " EST-Estado
               IF EST-Estado > WS-Estado-Consolidado THEN
                  MOVE EST-Estado TO WS-Estado-Consolidado
               END-IF
            END-IF.
       FIN-MD8.
            EXIT.

       MOD8B-TOMAR-POBLACION.
            IF WS-Puntero > 500 THEN
               MOVE 'S' TO WS-Fin-Lista
               GO TO FIN-MD8B
            END-IF
            IF WS-Poblaciones(WS-Puntero:) = SPACES THEN
               MOVE 'S' TO WS-Fin-Lista
               GO TO FIN-MD8B
            END-IF
            MOVE SPACES TO WS-Valor-Texto
            UNSTRING WS-Poblaciones DELIMITED BY ","
               INTO WS-Valor-Texto
               WITH POINTER WS-Puntero
            END-UNSTRING
            IF WS-Valor-Texto = SPACES OR
               FUNCTION TEST-NUMVAL(WS-Valor-Texto) NOT = 0 OR
               EST-Cantidad >= 3000 THEN
               MOVE 'S' TO WS-Lista-Invalida
               MOVE 'S' TO WS-Fin-Lista
               GO TO FIN-MD8B
            END-IF
            ADD 1 TO EST-Cantidad
            MOVE FUNCTION NUMVAL(WS-Valor-Texto)
               TO EST-Valor(EST-Cantidad).
       FIN-MD8B.
            EXIT.
       END PROGRAM UtilidadesNumericas.
