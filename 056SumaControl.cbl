      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SumaControl.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Subprograma CALLable que acumula la suma de control
            (huella) de un dataset registro por registro, para
            ExportarSistema y RestaurarSistema. Es el esquema de
            dos sumas modulo 65521 (Adler-32): la suma A acumula el
            valor de cada caracter y la suma B acumula cada valor
            de A, con lo que detecta tanto un caracter cambiado
            como registros o caracteres fuera de orden. De cada
            registro entra solo la parte significativa (hasta el
            ultimo caracter no blanco) mas un separador de fin de
            registro, asi la huella no depende del ancho con que
            cada programa declara el registro ni de los blancos
            finales que el LINE SEQUENTIAL recorta al grabar. La
            huella sale como un numero de 10 cifras: las 5 de B
            seguidas de las 5 de A.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SC-Modulo                 PIC 9(5)       VALUE 65521.
       01 SC-Blancos-Finales        PIC 9(3)       VALUE 0.
       01 SC-Posicion               PIC 9(3)       VALUE 0.
       01 SC-Valor                  PIC 9(3)       VALUE 0.
      * Fin de registro: el valor del caracter de nueva linea.
       01 SC-Separador              PIC 9(3)       VALUE 10.

       LINKAGE SECTION.
      * Parametros del llamador:
      *   SC-Accion    'I' iniciar las sumas de un dataset nuevo,
      *                'A' acumular un registro (entra)
      *   SC-Registro  el registro, ajustado a la izquierda (entra)
      *   SC-Ancho     el ancho declarado del registro, hasta 300
      *                (entra)
      *   SC-Longitud  la parte significativa del registro, sin
      *                los blancos finales (sale)
      *   SC-Suma-A    las dos sumas en curso; el llamador las
      *   SC-Suma-B    guarda entre llamadas (entra y sale)
      *   SC-Huella    la huella con lo acumulado hasta ahora
      *                (sale)
       01 SC-Parametros.
          02 SC-Accion              PIC X.
          02 SC-Registro            PIC X(300).
          02 SC-Ancho               PIC 9(3).
          02 SC-Longitud            PIC 9(3).
          02 SC-Suma-A              PIC 9(6).
          02 SC-Suma-B              PIC 9(6).
          02 SC-Huella              PIC 9(10).

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION USING SC-Parametros.
       Begin.
            IF SC-Accion = 'I' THEN
               MOVE 1 TO SC-Suma-A
               MOVE 0 TO SC-Suma-B
               MOVE 0 TO SC-Longitud
               PERFORM MOD3-ARMAR-HUELLA THRU FIN-MD3
               GOBACK
            END-IF
            IF SC-Ancho = 0 OR SC-Ancho > 300 THEN
               MOVE 300 TO SC-Ancho
            END-IF
            MOVE 0 TO SC-Longitud
            IF SC-Registro(1:SC-Ancho) NOT = SPACES THEN
               MOVE 0 TO SC-Blancos-Finales
               INSPECT FUNCTION REVERSE(SC-Registro(1:SC-Ancho))
                  TALLYING SC-Blancos-Finales FOR LEADING SPACES
               COMPUTE SC-Longitud = SC-Ancho - SC-Blancos-Finales
            END-IF
            PERFORM MOD1-SUMAR-CARACTER THRU FIN-MD1
               VARYING SC-Posicion FROM 1 BY 1
               UNTIL SC-Posicion > SC-Longitud
            MOVE SC-Separador TO SC-Valor
            PERFORM MOD2-SUMAR-VALOR THRU FIN-MD2
            PERFORM MOD3-ARMAR-HUELLA THRU FIN-MD3
            GOBACK.

       MOD1-SUMAR-CARACTER.
            COMPUTE SC-Valor =
               FUNCTION ORD(SC-Registro(SC-Posicion:1)) - 1
            PERFORM MOD2-SUMAR-VALOR THRU FIN-MD2.
       FIN-MD1.
            EXIT.

      * Las dos sumas quedan siempre por debajo del modulo: A mas
      * un caracter no llega a duplicarlo, asi que alcanza con una
      * resta.
       MOD2-SUMAR-VALOR.
            ADD SC-Valor TO SC-Suma-A
            IF SC-Suma-A >= SC-Modulo THEN
               SUBTRACT SC-Modulo FROM SC-Suma-A
            END-IF
            ADD SC-Suma-A TO SC-Suma-B
            IF SC-Suma-B >= SC-Modulo THEN
               SUBTRACT SC-Modulo FROM SC-Suma-B
            END-IF.
       FIN-MD2.
            EXIT.

       MOD3-ARMAR-HUELLA.
            COMPUTE SC-Huella = SC-Suma-B * 100000 + SC-Suma-A.
       FIN-MD3.
            EXIT.
       END PROGRAM SumaControl.
