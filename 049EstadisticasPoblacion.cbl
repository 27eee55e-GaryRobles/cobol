      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTADISTICAS.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Subprograma CALLable de la familia de
            UtilidadesNumericas (junto a FIBONACCI, PRIMOS y
            DIGITOINE) que calcula medidas de concentracion sobre
            un conjunto de poblaciones: total, mayor, media,
            mediana, desviacion estandar (poblacional), coeficiente
            de Gini (0 = todas iguales, cerca de 1 = todo en una) e
            indice de primacia de cuatro ciudades, la mayor
            dividida por la suma de las tres siguientes (con dos o
            tres valores se divide por las que haya). Los valores
            entran en cualquier orden; el subprograma los ordena en
            su propia tabla y no altera los del llamador. Lo usan
            ConcentracionPoblacion, por departamento y pais, y el
            driver UtilidadesNumericas.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 EST-Maximo                PIC 9(4)       VALUE 3000.
       01 EST-I                     PIC 9(4)       VALUE 0.
       01 EST-J                     PIC 9(4)       VALUE 0.
       01 EST-Clave                 PIC 9(7)       VALUE 0.
       01 EST-Hueco-Hallado         PIC X          VALUE 'N'.
       01 EST-Suma-Ponderada        PIC 9(15)      VALUE 0.
       01 EST-Suma-Cuadrados        PIC 9(18)      VALUE 0.
       01 EST-Desvio                PIC S9(9)V99   VALUE 0.
       01 EST-Varianza              PIC 9(15)V9(4) VALUE 0.
       01 EST-Siguientes            PIC 9(9)       VALUE 0.
       01 EST-Doble-Ponderada       PIC 9(16)      VALUE 0.
       01 EST-Divisor               PIC 9(16)      VALUE 0.
       01 EST-Fraccion-A            PIC 9(3)V9(8)  VALUE 0.
       01 EST-Fraccion-B            PIC 9(3)V9(8)  VALUE 0.
       01 EST-Mitad                 PIC 9(4)       VALUE 0.
       01 EST-Resto                 PIC 9          VALUE 0.
      * Copia ordenada de menor a mayor.
       01 EST-Tabla-Orden.
          02 EST-Orden OCCURS 3000 TIMES PIC 9(7).

       LINKAGE SECTION.
      * Parametros del llamador:
      *   EST-Cantidad   cuantos valores trae EST-Valor, de 1 a
      *                  3000 (entra)
      *   EST-Valor      las poblaciones, en cualquier orden (entra)
      *   EST-Total      suma de los valores (sale)
      *   EST-Mayor      el mayor valor (sale)
      *   EST-Media      media aritmetica (sale)
      *   EST-Mediana    mediana; con cantidad par, el promedio de
      *                  los dos centrales (sale)
      *   EST-Desviacion desviacion estandar poblacional (sale)
      *   EST-Gini       coeficiente de Gini, de 0 a 1 (sale)
      *   EST-Primacia   mayor / suma de las tres siguientes (sale)
      *   EST-Primacia-Valida 'S'/'N': 'N' con un solo valor o si
      *                  las siguientes suman cero (sale)
      *   EST-Estado     0=bien, 1=cantidad fuera de rango (sale)
       01 EST-Parametros.
          02 EST-Cantidad           PIC 9(4).
          02 EST-Valor OCCURS 3000 TIMES PIC 9(7).
          02 EST-Total              PIC 9(12).
          02 EST-Mayor              PIC 9(7).
          02 EST-Media              PIC 9(9)V99.
          02 EST-Mediana            PIC 9(9)V99.
          02 EST-Desviacion         PIC 9(9)V99.
          02 EST-Gini               PIC 9V9(4).
          02 EST-Primacia           PIC 9(7)V99.
          02 EST-Primacia-Valida    PIC X.
          02 EST-Estado             PIC 9(2).

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION USING EST-Parametros.
       Begin.
      * WORKING-STORAGE persiste entre CALLs: todo lo acumulado se
      * reinicia aca.
            MOVE 0 TO EST-Total
            MOVE 0 TO EST-Mayor
            MOVE 0 TO EST-Media
            MOVE 0 TO EST-Mediana
            MOVE 0 TO EST-Desviacion
            MOVE 0 TO EST-Gini
            MOVE 0 TO EST-Primacia
            MOVE 'N' TO EST-Primacia-Valida
            MOVE 0 TO EST-Estado
            MOVE 0 TO EST-Suma-Ponderada
            MOVE 0 TO EST-Suma-Cuadrados
            IF EST-Cantidad = 0 OR EST-Cantidad > EST-Maximo THEN
               MOVE 1 TO EST-Estado
               GOBACK
            END-IF
            PERFORM MOD1-COPIAR THRU FIN-MD1
               VARYING EST-I FROM 1 BY 1
               UNTIL EST-I > EST-Cantidad
            PERFORM MOD2-ORDENAR THRU FIN-MD2
               VARYING EST-I FROM 2 BY 1
               UNTIL EST-I > EST-Cantidad
            MOVE EST-Orden(EST-Cantidad) TO EST-Mayor
            COMPUTE EST-Media ROUNDED = EST-Total / EST-Cantidad
            PERFORM MOD3-ACUMULAR THRU FIN-MD3
               VARYING EST-I FROM 1 BY 1
               UNTIL EST-I > EST-Cantidad
            PERFORM MOD4-MEDIANA THRU FIN-MD4
            COMPUTE EST-Varianza ROUNDED =
               EST-Suma-Cuadrados / EST-Cantidad
            COMPUTE EST-Desviacion ROUNDED = EST-Varianza ** 0.5
      * Gini sobre los valores ordenados de menor a mayor:
      * G = 2 * suma(i * x(i)) / (n * total) - (n + 1) / n.
            IF EST-Total > 0 THEN
               COMPUTE EST-Doble-Ponderada = 2 * EST-Suma-Ponderada
               COMPUTE EST-Divisor = EST-Cantidad * EST-Total
               DIVIDE EST-Divisor INTO EST-Doble-Ponderada
                  GIVING EST-Fraccion-A ROUNDED
               COMPUTE EST-Divisor = EST-Cantidad + 1
               DIVIDE EST-Cantidad INTO EST-Divisor
                  GIVING EST-Fraccion-B ROUNDED
               COMPUTE EST-Gini ROUNDED =
                  EST-Fraccion-A - EST-Fraccion-B
            END-IF
            PERFORM MOD5-PRIMACIA THRU FIN-MD5
            GOBACK.

       MOD1-COPIAR.
            MOVE EST-Valor(EST-I) TO EST-Orden(EST-I)
            ADD EST-Valor(EST-I) TO EST-Total.
       FIN-MD1.
            EXIT.

      * Insercion directa: EST-Orden(1..I-1) ya esta ordenado y se
      * le inserta EST-Orden(I) corriendo los mayores un lugar.
       MOD2-ORDENAR.
            MOVE EST-Orden(EST-I) TO EST-Clave
            COMPUTE EST-J = EST-I - 1
            MOVE 'N' TO EST-Hueco-Hallado
            PERFORM MOD2B-CORRER THRU FIN-MD2B
               UNTIL EST-Hueco-Hallado = 'S'
            MOVE EST-Clave TO EST-Orden(EST-J + 1).
       FIN-MD2.
            EXIT.

       MOD2B-CORRER.
            IF EST-Orden(EST-J) > EST-Clave THEN
               MOVE EST-Orden(EST-J) TO EST-Orden(EST-J + 1)
               SUBTRACT 1 FROM EST-J
               IF EST-J = 0 THEN
                  MOVE 'S' TO EST-Hueco-Hallado
               END-IF
            ELSE
               MOVE 'S' TO EST-Hueco-Hallado
            END-IF.
       FIN-MD2B.
            EXIT.

       MOD3-ACUMULAR.
            COMPUTE EST-Suma-Ponderada =
               EST-Suma-Ponderada + EST-I * EST-Orden(EST-I)
            COMPUTE EST-Desvio = EST-Orden(EST-I) - EST-Media
            COMPUTE EST-Suma-Cuadrados ROUNDED =
               EST-Suma-Cuadrados + EST-Desvio * EST-Desvio.
       FIN-MD3.
            EXIT.

       MOD4-MEDIANA.
            DIVIDE EST-Cantidad BY 2 GIVING EST-Mitad
               REMAINDER EST-Resto
            IF EST-Resto = 1 THEN
               MOVE EST-Orden(EST-Mitad + 1) TO EST-Mediana
            ELSE
               COMPUTE EST-Mediana ROUNDED =
                  (EST-Orden(EST-Mitad) + EST-Orden(EST-Mitad + 1)) / 2
            END-IF.
       FIN-MD4.
            EXIT.

      * Mayor dividido por la suma de las (hasta) tres siguientes.
       MOD5-PRIMACIA.
            IF EST-Cantidad < 2 THEN
               GO TO FIN-MD5
            END-IF
            MOVE 0 TO EST-Siguientes
            PERFORM MOD5B-SIGUIENTE THRU FIN-MD5B
               VARYING EST-I FROM EST-Cantidad BY -1
               UNTIL EST-I < 2 OR EST-I < EST-Cantidad - 2
            IF EST-Siguientes = 0 THEN
               GO TO FIN-MD5
            END-IF
            COMPUTE EST-Primacia ROUNDED =
               EST-Mayor / EST-Siguientes
            MOVE 'S' TO EST-Primacia-Valida.
       FIN-MD5.
            EXIT.

       MOD5B-SIGUIENTE.
            ADD EST-Orden(EST-I - 1) TO EST-Siguientes.
       FIN-MD5B.
            EXIT.
       END PROGRAM ESTADISTICAS.
