      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIGITOINE.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Subprograma CALLable de la familia de
            UtilidadesNumericas (junto a FIBONACCI y PRIMOS) que
            calcula y verifica el digito verificador del CodigoINE.
            El ultimo caracter significativo del codigo es el
            digito verificador; todo lo anterior (el cuerpo) debe
            ser numerico. El digito se calcula por modulo 10 con
            pesos alternados 2 y 1 desde la derecha del cuerpo (el
            esquema de Luhn): detecta cualquier digito mal tecleado
            y cualquier par de digitos vecinos transpuestos, salvo
            el par 0/9. Lo usan todos los programas que dan de alta
            ciudades en el maestro (MantenimientoCiudades,
            AplicarDeltasCenso, ImportarCiudadesCSV,
            ReprocesarRechazos y AprobarPendientes), que rechazan
            un codigo que no verifica, y VerificarDigitoINE, que
            lista los codigos del maestro que no verifican.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DVI-Blancos-Finales       PIC 9(2)       VALUE 0.
       01 DVI-Largo                 PIC 9(2)       VALUE 0.
       01 DVI-Largo-Cuerpo          PIC 9(2)       VALUE 0.
       01 DVI-Posicion              PIC 9(2)       VALUE 0.
       01 DVI-Cifra                 PIC 9          VALUE 0.
       01 DVI-Producto              PIC 9(2)       VALUE 0.
       01 DVI-Suma                  PIC 9(4)       VALUE 0.
       01 DVI-Cociente              PIC 9(4)       VALUE 0.
       01 DVI-Resto                 PIC 9(2)       VALUE 0.
       01 DVI-Calculado             PIC 9          VALUE 0.
       01 DVI-Duplicar              PIC X          VALUE 'S'.

       LINKAGE SECTION.
      * Parametros del llamador:
      *   DVI-Modo    1=verificar un CodigoINE completo (cuerpo mas
      *               digito), 2=calcular el digito de un cuerpo
      *               (entra)
      *   DVI-Codigo  el CodigoINE (modo 1) o el cuerpo sin digito
      *               (modo 2), ajustado a la izquierda (entra)
      *   DVI-Digito  el digito que corresponde al cuerpo (sale)
      *   DVI-Valido  'S'/'N', veredicto del modo 1 (sale)
      *   DVI-Estado  0=bien, 1=codigo sin formato verificable
      *               (en blanco, cuerpo no numerico, sin lugar
      *               para el digito) (sale)
       01 DVI-Parametros.
          02 DVI-Modo               PIC 9.
          02 DVI-Codigo             PIC X(17).
          02 DVI-Digito             PIC X.
          02 DVI-Valido             PIC X.
          02 DVI-Estado             PIC 9(2).

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION USING DVI-Parametros.
       Begin.
            MOVE SPACE TO DVI-Digito
            MOVE 'N' TO DVI-Valido
            MOVE 0 TO DVI-Estado
            MOVE 0 TO DVI-Blancos-Finales
            INSPECT FUNCTION REVERSE(DVI-Codigo)
               TALLYING DVI-Blancos-Finales FOR LEADING SPACES
            COMPUTE DVI-Largo = 17 - DVI-Blancos-Finales
            EVALUATE DVI-Modo
               WHEN 1
                  IF DVI-Largo < 2 THEN
                     MOVE 1 TO DVI-Estado
                     GOBACK
                  END-IF
                  COMPUTE DVI-Largo-Cuerpo = DVI-Largo - 1
               WHEN 2
                  IF DVI-Largo < 1 OR DVI-Largo > 16 THEN
                     MOVE 1 TO DVI-Estado
                     GOBACK
                  END-IF
                  MOVE DVI-Largo TO DVI-Largo-Cuerpo
               WHEN OTHER
                  MOVE 1 TO DVI-Estado
                  GOBACK
            END-EVALUATE
            IF DVI-Codigo(1:DVI-Largo-Cuerpo) NOT NUMERIC THEN
               MOVE 1 TO DVI-Estado
               GOBACK
            END-IF
            PERFORM MOD1-CALCULAR-DIGITO THRU FIN-MD1
            MOVE DVI-Calculado TO DVI-Digito
            IF DVI-Modo = 1 THEN
               IF DVI-Codigo(DVI-Largo:1) = DVI-Digito THEN
                  MOVE 'S' TO DVI-Valido
               END-IF
            END-IF
            GOBACK.

      * Recorre el cuerpo de derecha a izquierda: la cifra mas a la
      * derecha se duplica, la siguiente no, y asi alternando; un
      * producto de dos cifras suma sus cifras (restar 9 da lo
      * mismo). El digito es lo que le falta a la suma para llegar
      * al siguiente multiplo de 10.
       MOD1-CALCULAR-DIGITO.
            MOVE 0 TO DVI-Suma
            MOVE 'S' TO DVI-Duplicar
            PERFORM MOD2-SUMAR-CIFRA THRU FIN-MD2
               VARYING DVI-Posicion FROM DVI-Largo-Cuerpo BY -1
               UNTIL DVI-Posicion < 1
            DIVIDE DVI-Suma BY 10 GIVING DVI-Cociente
               REMAINDER DVI-Resto
            IF DVI-Resto = 0 THEN
               MOVE 0 TO DVI-Calculado
            ELSE
               COMPUTE DVI-Calculado = 10 - DVI-Resto
            END-IF.
       FIN-MD1.
            EXIT.

       MOD2-SUMAR-CIFRA.
            MOVE DVI-Codigo(DVI-Posicion:1) TO DVI-Cifra
            IF DVI-Duplicar = 'S' THEN
               COMPUTE DVI-Producto = DVI-Cifra * 2
               IF DVI-Producto > 9 THEN
                  SUBTRACT 9 FROM DVI-Producto
               END-IF
               ADD DVI-Producto TO DVI-Suma
               MOVE 'N' TO DVI-Duplicar
            ELSE
               ADD DVI-Cifra TO DVI-Suma
               MOVE 'S' TO DVI-Duplicar
            END-IF.
       FIN-MD2.
            EXIT.
       END PROGRAM DIGITOINE.
