            orden cronologico, las generaciones que ArchivarJournal
            dejo asentadas en su catalogo, asi que un cambio
            archivado se puede seguir consultando y revirtiendo.
            Una ciudad recodificada con RecodificarCiudad se sigue a
            traves de todos sus codigos: el par de entradas 'C' de
            la recodificacion enlaza el codigo viejo con el nuevo, y
            la consulta de cualquiera de ellos lista tambien los
            cambios de los demas. Solo se revierten cambios del
            codigo consultado; una recodificacion se deshace
            volviendo a correr RecodificarCiudad al reves.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       01 WS-Conteo-Habitantes      PIC 9(12)      VALUE 0.
       01 WS-Fin-Conteo             PIC X          VALUE 'N'.
       01 WS-Hubo-Reversion         PIC X          VALUE 'N'.
       01 WS-Codigo-Elegido         PIC X(17)      VALUE SPACES.
       01 WS-Tipo-Elegido           PIC X          VALUE SPACE.
      * Enlaces viejo-nuevo de las recodificaciones halladas en el
      * journal (la entrada 'C' de llegada al codigo nuevo lleva el
      * registro con el codigo viejo como imagen anterior), y la
      * cadena de codigos por los que paso la ciudad consultada.
       01 WS-Tabla-Enlaces.
          02 WS-Enlace-Entrada OCCURS 200 TIMES.
             03 WS-Enlace-Viejo     PIC X(17).
             03 WS-Enlace-Nuevo     PIC X(17).
       01 WS-Total-Enlaces          PIC 9(3)       VALUE 0.
       01 WS-Indice-Enlace          PIC 9(3)       VALUE 0.
       01 WS-Tabla-Cadena.
          02 WS-Cadena-Codigo OCCURS 20 TIMES PIC X(17).
       01 WS-Total-Cadena           PIC 9(2)       VALUE 0.
       01 WS-Indice-Cadena          PIC 9(2)       VALUE 0.
       01 WS-Cadena-Crecio          PIC X          VALUE 'N'.
       01 WS-Codigo-Probar          PIC X(17)      VALUE SPACES.
       01 WS-En-Cadena              PIC X          VALUE 'N'.
       01 WS-Viejo-En-Cadena        PIC X          VALUE 'N'.
       01 WS-Nuevo-En-Cadena        PIC X          VALUE 'N'.
      * Parametros del subprograma BloqueoMaestro: coordinacion de
      * acceso al maestro entre el mantenimiento en linea y los
      * procesos batch (tipo 'E' exclusivo para actualizar, 'C'
               WHEN OTHER DISPLAY "Opcion invalida"
            END-EVALUATE.

      * Lista todas las entradas del CodigoINE pedido y de los otros
      * codigos que tuvo la ciudad, numeradas, recorriendo primero
      * las generaciones archivadas (las mas viejas) y despues el
      * journal en linea; ese numero de secuencia es el que MOD4
      * pide para elegir que cambio revertir.
       MOD3-MOSTRAR-HISTORIAL.
            DISPLAY "CodigoINE a consultar:"
            ACCEPT WS-Codigo-Buscado
            PERFORM MOD16-ARMAR-CADENA THRU FIN-MD16
            IF WS-Total-Cadena > 1 THEN
               DISPLAY "La ciudad tuvo tambien estos codigos:"
               PERFORM MOD3B-MOSTRAR-CODIGO THRU FIN-MD3B
                  VARYING WS-Indice-Cadena FROM 2 BY 1
                  UNTIL WS-Indice-Cadena > WS-Total-Cadena
            END-IF
            MOVE 'L' TO WS-Modo-Scan
            PERFORM MOD13-RECORRER-JOURNALS THRU FIN-MD13
            IF WS-Secuencia = 0 THEN
       FIN-MD3.
            EXIT.

       MOD3B-MOSTRAR-CODIGO.
            DISPLAY "     " WS-Cadena-Codigo(WS-Indice-Cadena).
       FIN-MD3B.
            EXIT.

      * Revierte el cambio elegido restaurando la imagen anterior:
      * si la imagen anterior esta en blanco el cambio fue un alta y
      * revertirlo es eliminar el registro; si el registro existe se
                  "CodigoINE"
               GO TO FIN-MD4
            END-IF
      * Una recodificacion toca fotos, nombres, capitales y
      * pendientes ademas del maestro: se deshace con
      * RecodificarCiudad, no restaurando una imagen. Y un cambio
      * de otro codigo de la cadena es anterior o posterior a una
      * recodificacion: restaurarlo reviviria ese codigo.
            IF WS-Tipo-Elegido = 'C' THEN
               DISPLAY "Ese cambio es una recodificacion; se deshace "
                  "recodificando de vuelta con RecodificarCiudad."
               GO TO FIN-MD4
            END-IF
            IF WS-Codigo-Elegido NOT = WS-Codigo-Buscado THEN
               DISPLAY "Ese cambio es del codigo " WS-Codigo-Elegido
                  ", que la ciudad ya no usa; solo se revierten "
                  "cambios del codigo consultado."
               GO TO FIN-MD4
            END-IF
            MOVE 'N' TO WS-Registro-Existe
            MOVE SPACES TO WS-Imagen-Actual
            MOVE WS-Codigo-Buscado TO CodigoINE
      * elegido, y se queda con la imagen anterior de esa entrada.
       MOD5-BUSCAR-ENTRADA.
            MOVE 'N' TO WS-Entrada-Encontrada
            PERFORM MOD16-ARMAR-CADENA THRU FIN-MD16
            MOVE 'B' TO WS-Modo-Scan
            PERFORM MOD13-RECORRER-JOURNALS THRU FIN-MD13.
       FIN-MD5.
                  END-PERFORM
                  CLOSE ArchivoJournalArchivo
               ELSE
                  IF WS-Modo-Scan NOT = 'E' THEN
                     DISPLAY "Aviso: no se pudo abrir la generacion "
                        "archivada " WS-Generacion-Edit " (estado "
                        WS-Estado-Gen-Journal "); el historial puede "
                        "quedar incompleto."
                  END-IF
               END-IF
            END-PERFORM
            IF WS-Corte-Scan = 'S' THEN
            END-IF
            OPEN INPUT ArchivoJournal
            IF WS-Estado-Journal NOT = "00" THEN
               IF WS-Total-Gens = 0 AND WS-Modo-Scan NOT = 'E' THEN
                  DISPLAY "No hay journal de cambios (estado "
                     WS-Estado-Journal ")"
               END-IF
       FIN-MD14.
            EXIT.

      * Trata una entrada del journal (en linea o archivada): en
      * modo 'E' solo junta los enlaces de las recodificaciones; en
      * los demas modos trata las entradas de los codigos de la
      * cadena: en modo 'L' la lista numerada; en modo 'B' corta el
      * recorrido al llegar al numero elegido y guarda la imagen
      * anterior, el codigo y el tipo para la reversion.
       MOD15-PROCESAR-ENTRADA.
            IF WS-Modo-Scan = 'E' THEN
               PERFORM MOD15B-JUNTAR-ENLACE THRU FIN-MD15B
               GO TO FIN-MD15
            END-IF
            MOVE JRW-CodigoINE TO WS-Codigo-Probar
            PERFORM MOD18-BUSCAR-EN-CADENA THRU FIN-MD18
            IF WS-En-Cadena NOT = 'S' THEN
               GO TO FIN-MD15
            END-IF
            ADD 1 TO WS-Secuencia
               MOVE WS-Secuencia TO WS-Secuencia-Edit
               DISPLAY WS-Secuencia-Edit ") "
                  JRW-FechaHora " " JRW-TipoOperacion " "
                  JRW-CodigoINE " "
                  JRW-Operador " " JRW-Programa
               DISPLAY "     antes  : " JRW-ImagenAnterior
               DISPLAY "     despues: " JRW-ImagenNueva
            ELSE
               IF WS-Secuencia = WS-Entrada-Elegida THEN
                  MOVE JRW-ImagenAnterior TO WS-Imagen-Restaurar
                  MOVE JRW-CodigoINE TO WS-Codigo-Elegido
                  MOVE JRW-TipoOperacion TO WS-Tipo-Elegido
                  MOVE 'S' TO WS-Entrada-Encontrada
                  MOVE 'S' TO WS-Corte-Scan
               END-IF
            END-IF.
       FIN-MD15.
            EXIT.

      * La entrada 'C' de llegada al codigo nuevo es la que tiene
      * como imagen anterior el registro con el codigo viejo; la de
      * salida del codigo viejo (imagen anterior con su propio
      * codigo) no agrega nada.
       MOD15B-JUNTAR-ENLACE.
            IF JRW-TipoOperacion NOT = 'C' OR
               JRW-ImagenAnterior = SPACES OR
               JRW-ImagenAnterior(1:17) = JRW-CodigoINE THEN
               GO TO FIN-MD15B
            END-IF
            IF WS-Total-Enlaces NOT < 200 THEN
               GO TO FIN-MD15B
            END-IF
            ADD 1 TO WS-Total-Enlaces
            MOVE JRW-ImagenAnterior(1:17)
               TO WS-Enlace-Viejo(WS-Total-Enlaces)
            MOVE JRW-CodigoINE TO WS-Enlace-Nuevo(WS-Total-Enlaces).
       FIN-MD15B.
            EXIT.

      * Arma la cadena de codigos de la ciudad consultada: junta los
      * enlaces de todo el journal y, partiendo del codigo pedido,
      * agrega cada codigo enlazado (hacia atras y hacia adelante)
      * hasta que la cadena deja de crecer.
       MOD16-ARMAR-CADENA.
            MOVE 0 TO WS-Total-Enlaces
            MOVE 'E' TO WS-Modo-Scan
            PERFORM MOD13-RECORRER-JOURNALS THRU FIN-MD13
            MOVE 1 TO WS-Total-Cadena
            MOVE WS-Codigo-Buscado TO WS-Cadena-Codigo(1)
            MOVE 'S' TO WS-Cadena-Crecio
            PERFORM MOD17-EXTENDER-CADENA THRU FIN-MD17
               UNTIL WS-Cadena-Crecio = 'N'.
       FIN-MD16.
            EXIT.

       MOD17-EXTENDER-CADENA.
            MOVE 'N' TO WS-Cadena-Crecio
            PERFORM MOD17B-PROBAR-ENLACE THRU FIN-MD17B
               VARYING WS-Indice-Enlace FROM 1 BY 1
               UNTIL WS-Indice-Enlace > WS-Total-Enlaces.
       FIN-MD17.
            EXIT.

       MOD17B-PROBAR-ENLACE.
            MOVE WS-Enlace-Viejo(WS-Indice-Enlace) TO WS-Codigo-Probar
            PERFORM MOD18-BUSCAR-EN-CADENA THRU FIN-MD18
            MOVE WS-En-Cadena TO WS-Viejo-En-Cadena
            MOVE WS-Enlace-Nuevo(WS-Indice-Enlace) TO WS-Codigo-Probar
            PERFORM MOD18-BUSCAR-EN-CADENA THRU FIN-MD18
            MOVE WS-En-Cadena TO WS-Nuevo-En-Cadena
            IF WS-Viejo-En-Cadena = WS-Nuevo-En-Cadena THEN
               GO TO FIN-MD17B
            END-IF
            IF WS-Total-Cadena NOT < 20 THEN
               GO TO FIN-MD17B
            END-IF
            ADD 1 TO WS-Total-Cadena
            IF WS-Viejo-En-Cadena = 'S' THEN
               MOVE WS-Enlace-Nuevo(WS-Indice-Enlace)
                  TO WS-Cadena-Codigo(WS-Total-Cadena)
            ELSE
               MOVE WS-Enlace-Viejo(WS-Indice-Enlace)
                  TO WS-Cadena-Codigo(WS-Total-Cadena)
            END-IF
            MOVE 'S' TO WS-Cadena-Crecio.
       FIN-MD17B.
            EXIT.

      * Dice si WS-Codigo-Probar ya esta en la cadena.
       MOD18-BUSCAR-EN-CADENA.
            MOVE 'N' TO WS-En-Cadena
            PERFORM MOD18B-COMPARAR-CODIGO THRU FIN-MD18B
               VARYING WS-Indice-Cadena FROM 1 BY 1
               UNTIL WS-Indice-Cadena > WS-Total-Cadena
               OR WS-En-Cadena = 'S'.
       FIN-MD18.
            EXIT.

       MOD18B-COMPARAR-CODIGO.
            IF WS-Cadena-Codigo(WS-Indice-Cadena) = WS-Codigo-Probar
               THEN
               MOVE 'S' TO WS-En-Cadena
            END-IF.
       FIN-MD18B.
            EXIT.
       END PROGRAM HistorialCiudades.
