      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RecepcionPublicacionINE.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Recepcion controlada de la publicacion del INE antes
            de AplicarDeltasCenso. El archivo de publicacion trae una
            cabecera (tipo 1) con el identificador de publicacion y
            su fecha, un detalle (tipo 2) por cambio censal y un
            registro final (tipo 9) con la cantidad de detalles y el
            hash de poblacion (suma de urbano + rural). Una primera
            pasada controla la estructura, la cantidad, el hash y
            que la publicacion no figure ya como recibida en el
            registro de publicaciones. Si todo cuadra, una segunda
            pasada convierte el detalle al layout RegistroDelta en
            el archivo de deltas y guarda una copia de la
            publicacion; si algo falla la publicacion entera va al
            area de retenidas con su reporte, el archivo de deltas
            no se toca y el programa termina con codigo 2 para que
            el paso de deltas no corra. En ambos casos la
            publicacion queda anotada en el registro y el archivo de
            entrada se vacia (la copia queda en
            <prefijo><AAAAMMDDHHMMSS>.DAT), asi una noche sin
            publicacion nueva no vuelve a procesar la anterior. Sin
            publicacion el archivo de deltas queda como esta.
            Tampoco se pisa un archivo de deltas que todavia no se
            aplico: si el actual no esta vacio y la bitacora de
            aplicadas de AplicarDeltasCenso no lo registra como
            recorrido completo (cabecera con su huella y linea de
            fin), la publicacion nueva queda retenida con ese
            motivo hasta que se apliquen los deltas pendientes.
            Codigos de retorno: 1 error de archivo, 2 publicacion
            retenida.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * La publicacion tal como llega del INE. La ruta se toma de
      * CIUDADES_INE_PUBLICACION_DD.
       SELECT ArchivoPublicacion ASSIGN TO WS-Ruta-Publicacion
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Publicacion.

      * Archivo de transacciones que lee AplicarDeltasCenso. La ruta
      * se toma de CIUDADES_DELTAS_DD, la misma de ese programa.
       SELECT ArchivoDeltas ASSIGN TO WS-Ruta-Deltas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Deltas.

      * Bitacora de aplicadas de AplicarDeltasCenso: cabecera 'H'
      * con la huella del archivo de deltas (su primera
      * transaccion), una linea 'D' por transaccion confirmada y
      * una 'F' cuando el archivo se recorrio completo. Solo se lee.
      * La ruta se toma de CIUDADES_DELTAS_LOG_DD, la misma de ese
      * programa.
       SELECT ArchivoAplicadas ASSIGN TO WS-Ruta-Aplicadas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Aplicadas.

      * Copia de la publicacion: en el area de recibidas si se
      * acepto o en la de retenidas si no. La ruta se arma con el
      * prefijo que corresponde y la fecha y hora de la recepcion.
       SELECT ArchivoCopia ASSIGN TO WS-Ruta-Copia
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Copia.

      * Registro de publicaciones recibidas: una linea por
      * publicacion procesada, solo crece. La ruta se toma de
      * CIUDADES_INE_PUBLICACIONES_DD.
       SELECT ArchivoPublicaciones ASSIGN TO WS-Ruta-Publicaciones
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Publicaciones.

      * Reporte de la recepcion. La ruta se toma de
      * CIUDADES_INE_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
      * Un layout por tipo de registro de la publicacion; el primer
      * byte dice cual es. PI2-Operacion: 'A' alta, 'M'
      * modificacion, 'B' baja, como TR-TipoTransaccion.
       FD ArchivoPublicacion.
       01 RegistroPublicacionCabecera.
          02 PI1-Tipo               PIC X.
          02 PI1-Publicacion        PIC X(12).
          02 PI1-Fecha              PIC X(8).
       01 RegistroPublicacionDetalle.
          02 PI2-Tipo               PIC X.
          02 PI2-Operacion          PIC X.
          02 PI2-CodigoINE          PIC X(17).
          02 PI2-NombreCiudad       PIC X(23).
          02 PI2-Urbano             PIC 9(7).
          02 PI2-Rural              PIC 9(7).
          02 PI2-Departamento       PIC X(10).
       01 RegistroPublicacionFinal.
          02 PI9-Tipo               PIC X.
          02 PI9-Registros          PIC 9(7).
          02 PI9-HashTotal          PIC 9(12).
       01 LineaPublicacion          PIC X(66).

       FD ArchivoDeltas.
       01 RegistroDelta.
          02  TR-TipoTransaccion   PIC X.
          02  TR-CodigoINE         PIC X(17).
          02  TR-NombreCiudad      PIC X(23).
          02  TR-NroHabitantesUrbano PIC 9(7).
          02  TR-NroHabitantesRural PIC 9(7).
          02  TR-Departamento      PIC X(10).

       FD ArchivoAplicadas.
       01 RegistroAplicada.
          02 AP-Tipo                PIC X.
          02 AP-Secuencia           PIC 9(7).
          02 AP-FechaHora           PIC X(21).
          02 AP-Huella              PIC X(65).

       FD ArchivoCopia.
       01 LineaCopia                PIC X(66).

      * PB-Estado: 'A' aceptada, 'R' retenida.
       FD ArchivoPublicaciones.
       01 RegistroPublicacion.
          02 PB-Publicacion         PIC X(12).
          02 PB-FechaHora           PIC X(21).
          02 PB-FechaPublicacion    PIC X(8).
          02 PB-Estado              PIC X.
          02 PB-Registros           PIC 9(7).
          02 PB-HashTotal           PIC 9(12).
          02 PB-Operador            PIC X(20).
          02 PB-Corrida             PIC 9(5).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Publicacion       PIC X(100)
               VALUE "/home/gary/CIUDADES_INE_PUBLICACION.DAT".
       01 WS-Env-Ruta-Publicacion   PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Deltas            PIC X(100)
               VALUE "/home/gary/CIUDADES_DELTAS.DAT".
       01 WS-Env-Ruta-Deltas        PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Aplicadas         PIC X(100)
               VALUE "/home/gary/CIUDADES_DELTAS_APLICADAS.DAT".
       01 WS-Env-Ruta-Aplicadas     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Aplicadas       PIC XX         VALUE "00".
       01 WS-Fin-Aplicadas          PIC X          VALUE 'N'.
       01 WS-Huella-Deltas          PIC X(65)      VALUE SPACES.
       01 WS-Deltas-Aplicados       PIC X          VALUE 'N'.
       01 WS-Ruta-Publicaciones     PIC X(100)
               VALUE "/home/gary/CIUDADES_INE_PUBLICACIONES.DAT".
       01 WS-Env-Ruta-Publicaciones PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_INE_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Copia             PIC X(100)     VALUE SPACES.
      * Prefijos de las areas de recibidas y retenidas (se les
      * agrega la fecha y hora y ".DAT"); el perfil de ambiente los
      * redirige igual que a los demas datasets.
       01 WS-Prefijo-Recibida       PIC X(60)
               VALUE "/home/gary/CIUDADES_INE_RECIBIDA_".
       01 WS-Prefijo-Retenida       PIC X(60)
               VALUE "/home/gary/CIUDADES_INE_RETENIDA_".
       01 WS-Estado-Publicacion     PIC XX         VALUE "00".
       01 WS-Estado-Deltas          PIC XX         VALUE "00".
       01 WS-Estado-Copia           PIC XX         VALUE "00".
       01 WS-Estado-Publicaciones   PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Fin-Publicacion        PIC X          VALUE 'N'.
       01 WS-Fin-Publicaciones      PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Env-Corrida            PIC X(5)       VALUE SPACES.
       01 WS-Corrida                PIC 9(5)       VALUE 0.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
      * Resultado de la primera pasada.
       01 WS-Publicacion-Valida     PIC X          VALUE 'S'.
       01 WS-Hay-Cabecera           PIC X          VALUE 'N'.
       01 WS-Hay-Final              PIC X          VALUE 'N'.
       01 WS-Id-Publicacion         PIC X(12)      VALUE SPACES.
       01 WS-Fecha-Publicacion      PIC X(8)       VALUE SPACES.
       01 WS-Final-Registros        PIC 9(7)       VALUE 0.
       01 WS-Final-HashTotal        PIC 9(12)      VALUE 0.
       01 WS-Lineas-Leidas          PIC 9(7)       VALUE 0.
       01 WS-Conteo-Detalles        PIC 9(7)       VALUE 0.
       01 WS-Conteo-HashTotal       PIC 9(12)      VALUE 0.
       01 WS-Conteo-Errores         PIC 9(5)       VALUE 0.
       01 WS-Motivo-Error           PIC X(80)      VALUE SPACES.
       01 WS-Linea-Mask             PIC ZZZZZZ9.
       01 WS-Registros-Mask         PIC Z,ZZZ,ZZ9.
       01 WS-Hash-Mask              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-Deltas-Escritas        PIC 9(7)       VALUE 0.
      * Parametros del subprograma BloqueoMaestro: el reporte se
      * archiva bajo el bloqueo compartido ('C'), para no agregar
      * al catalogo de reportes mientras PurgarReportes lo reescribe
      * con el exclusivo.
       01 BLQ-Parametros.
          02 BLQ-Accion             PIC X          VALUE SPACE.
          02 BLQ-Tipo               PIC X          VALUE SPACE.
          02 BLQ-Programa           PIC X(25)      VALUE SPACES.
          02 BLQ-Resultado          PIC X          VALUE SPACE.
          02 BLQ-Detalle            PIC X(70)      VALUE SPACES.

      * Parametros del subprograma PerfilAmbiente: con
      * CIUDADES_PERFIL definido, cada ruta se resuelve contra el
      * perfil de ambiente (produccion o ensayo); sin perfil la
      * ruta ya resuelta queda como esta.
       01 PRF-Parametros.
          02 PRF-Nombre             PIC X(20)      VALUE SPACES.
          02 PRF-Ruta               PIC X(100)     VALUE SPACES.
      * Parametros del subprograma ArchivarReporte: al cerrar el
      * reporte se guarda una copia fechada con la corrida y se
      * asienta en el catalogo de reportes archivados.
       01 ARC-Parametros.
          02 ARC-Tipo               PIC X(10)      VALUE SPACES.
          02 ARC-Programa           PIC X(25)      VALUE SPACES.
          02 ARC-Ruta-Reporte       PIC X(100)     VALUE SPACES.
          02 ARC-Ruta-Archivo       PIC X(100)     VALUE SPACES.
          02 ARC-Lineas             PIC 9(7)       VALUE 0.
          02 ARC-Estado             PIC 9(2)       VALUE 0.

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION.
       Begin.
            PERFORM MOD1-INICIALIZACION
            PERFORM MOD2-TRATAMIENTO UNTIL WS-Fin-Publicacion = 'S'
            CLOSE ArchivoPublicacion
            PERFORM MOD3-CONTROLES-FINALES THRU FIN-MD3
            IF WS-Publicacion-Valida = 'S' THEN
               PERFORM MOD4-ACEPTAR THRU FIN-MD4
            ELSE
               PERFORM MOD5-RETENER THRU FIN-MD5
            END-IF
            PERFORM MOD6-ASENTAR-PUBLICACION THRU FIN-MD6
            PERFORM MOD8-VACIAR-ENTRADA THRU FIN-MD8
            PERFORM MOD9-RESUMEN THRU FIN-MD9
            CLOSE ArchivoReporte
            PERFORM MOD11-ARCHIVAR-REPORTE THRU FIN-MD11
            IF WS-Publicacion-Valida NOT = 'S' THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            ACCEPT WS-Operador FROM ENVIRONMENT "USER"
            IF WS-Operador = SPACES THEN
               MOVE "DESCONOCIDO" TO WS-Operador
            END-IF
            ACCEPT WS-Env-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF WS-Env-Corrida NUMERIC THEN
               MOVE WS-Env-Corrida TO WS-Corrida
            END-IF
            ACCEPT WS-Env-Ruta-Publicacion FROM ENVIRONMENT
               "CIUDADES_INE_PUBLICACION_DD"
            IF WS-Env-Ruta-Publicacion NOT = SPACES THEN
               MOVE WS-Env-Ruta-Publicacion TO WS-Ruta-Publicacion
            END-IF
            MOVE "INE_PUBLICACION" TO PRF-Nombre
            MOVE WS-Ruta-Publicacion TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Publicacion
            ACCEPT WS-Env-Ruta-Deltas FROM ENVIRONMENT
               "CIUDADES_DELTAS_DD"
            IF WS-Env-Ruta-Deltas NOT = SPACES THEN
               MOVE WS-Env-Ruta-Deltas TO WS-Ruta-Deltas
            END-IF
            MOVE "DELTAS" TO PRF-Nombre
            MOVE WS-Ruta-Deltas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Deltas
            ACCEPT WS-Env-Ruta-Aplicadas FROM ENVIRONMENT
               "CIUDADES_DELTAS_LOG_DD"
            IF WS-Env-Ruta-Aplicadas NOT = SPACES THEN
               MOVE WS-Env-Ruta-Aplicadas TO WS-Ruta-Aplicadas
            END-IF
            MOVE "DELTAS_LOG" TO PRF-Nombre
            MOVE WS-Ruta-Aplicadas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Aplicadas
            ACCEPT WS-Env-Ruta-Publicaciones FROM ENVIRONMENT
               "CIUDADES_INE_PUBLICACIONES_DD"
            IF WS-Env-Ruta-Publicaciones NOT = SPACES THEN
               MOVE WS-Env-Ruta-Publicaciones
                  TO WS-Ruta-Publicaciones
            END-IF
            MOVE "INE_PUBLICACIONES" TO PRF-Nombre
            MOVE WS-Ruta-Publicaciones TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Publicaciones
            MOVE "INE_RECIBIDA_PREFIJO" TO PRF-Nombre
            MOVE WS-Prefijo-Recibida TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Prefijo-Recibida
            MOVE "INE_RETENIDA_PREFIJO" TO PRF-Nombre
            MOVE WS-Prefijo-Retenida TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Prefijo-Retenida
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_INE_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "INE_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Recepcion de la publicacion del INE - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
      * Sin archivo de publicacion, o con el archivo vacio, no hay
      * nada nuevo del INE: se informa, se asegura que el archivo de
      * deltas exista (AplicarDeltasCenso lo necesita) y se termina
      * bien.
            OPEN INPUT ArchivoPublicacion
            IF WS-Estado-Publicacion NOT = "00" THEN
               PERFORM MOD7-SIN-PUBLICACION THRU FIN-MD7
            END-IF
            READ ArchivoPublicacion
               AT END
                  CLOSE ArchivoPublicacion
                  PERFORM MOD7-SIN-PUBLICACION THRU FIN-MD7
            END-READ
            ADD 1 TO WS-Lineas-Leidas
            PERFORM MOD2B-CONTROLAR-LINEA THRU FIN-MD2B.

      * Primera pasada: solo controla, no escribe nada mas que el
      * reporte.
       MOD2-TRATAMIENTO.
            READ ArchivoPublicacion
               AT END MOVE 'S' TO WS-Fin-Publicacion
            END-READ
            IF WS-Fin-Publicacion NOT = 'S' THEN
               ADD 1 TO WS-Lineas-Leidas
               PERFORM MOD2B-CONTROLAR-LINEA THRU FIN-MD2B
            END-IF.

       MOD2B-CONTROLAR-LINEA.
            IF WS-Hay-Final = 'S' THEN
               MOVE "registro posterior al registro final"
                  TO WS-Motivo-Error
               PERFORM MOD10-ERROR THRU FIN-MD10
               GO TO FIN-MD2B
            END-IF
            EVALUATE PI1-Tipo
               WHEN '1'
                  IF WS-Hay-Cabecera = 'S' THEN
                     MOVE "cabecera repetida" TO WS-Motivo-Error
                     PERFORM MOD10-ERROR THRU FIN-MD10
                  ELSE
                     IF WS-Lineas-Leidas > 1 THEN
                        MOVE "la cabecera no es el primer registro"
                           TO WS-Motivo-Error
                        PERFORM MOD10-ERROR THRU FIN-MD10
                     END-IF
                     MOVE 'S' TO WS-Hay-Cabecera
                     MOVE PI1-Publicacion TO WS-Id-Publicacion
                     MOVE PI1-Fecha TO WS-Fecha-Publicacion
                  END-IF
               WHEN '2'
                  IF WS-Hay-Cabecera NOT = 'S' THEN
                     MOVE "detalle antes de la cabecera"
                        TO WS-Motivo-Error
                     PERFORM MOD10-ERROR THRU FIN-MD10
                  END-IF
                  ADD 1 TO WS-Conteo-Detalles
                  IF PI2-Urbano NUMERIC AND PI2-Rural NUMERIC THEN
                     ADD PI2-Urbano PI2-Rural TO WS-Conteo-HashTotal
                  ELSE
                     MOVE "detalle con poblacion no numerica"
                        TO WS-Motivo-Error
                     PERFORM MOD10-ERROR THRU FIN-MD10
                  END-IF
               WHEN '9'
                  MOVE 'S' TO WS-Hay-Final
                  MOVE 0 TO WS-Final-Registros
                  MOVE 0 TO WS-Final-HashTotal
                  IF PI9-Registros NUMERIC AND PI9-HashTotal NUMERIC
                     THEN
                     MOVE PI9-Registros TO WS-Final-Registros
                     MOVE PI9-HashTotal TO WS-Final-HashTotal
                  ELSE
                     MOVE "registro final con totales no numericos"
                        TO WS-Motivo-Error
                     PERFORM MOD10-ERROR THRU FIN-MD10
                  END-IF
               WHEN OTHER
                  MOVE "tipo de registro desconocido"
                     TO WS-Motivo-Error
                  PERFORM MOD10-ERROR THRU FIN-MD10
            END-EVALUATE.
       FIN-MD2B.
            EXIT.

      * Controles de cierre: cabecera y final presentes, cantidad y
      * hash iguales a los del registro final, identificador de
      * publicacion no recibido antes y archivo de deltas anterior
      * ya aplicado.
       MOD3-CONTROLES-FINALES.
            MOVE 0 TO WS-Lineas-Leidas
            IF WS-Hay-Cabecera NOT = 'S' THEN
               MOVE "falta la cabecera" TO WS-Motivo-Error
               PERFORM MOD10-ERROR THRU FIN-MD10
            END-IF
            IF WS-Hay-Final NOT = 'S' THEN
               MOVE "falta el registro final; archivo incompleto"
                  TO WS-Motivo-Error
               PERFORM MOD10-ERROR THRU FIN-MD10
            ELSE
               IF WS-Conteo-Detalles NOT = WS-Final-Registros THEN
                  MOVE "la cantidad de detalles no coincide con el "
                     TO WS-Motivo-Error
                  MOVE "registro final" TO WS-Motivo-Error(44:)
                  PERFORM MOD10-ERROR THRU FIN-MD10
               END-IF
               IF WS-Conteo-HashTotal NOT = WS-Final-HashTotal THEN
                  MOVE "el hash de poblacion no coincide con el "
                     TO WS-Motivo-Error
                  MOVE "registro final" TO WS-Motivo-Error(41:)
                  PERFORM MOD10-ERROR THRU FIN-MD10
               END-IF
            END-IF
            IF WS-Hay-Cabecera = 'S' AND WS-Id-Publicacion = SPACES
               THEN
               MOVE "la cabecera no trae identificador de publicacion"
                  TO WS-Motivo-Error
               PERFORM MOD10-ERROR THRU FIN-MD10
            END-IF
            IF WS-Id-Publicacion NOT = SPACES THEN
               PERFORM MOD3B-BUSCAR-RECIBIDA THRU FIN-MD3B
            END-IF
            PERFORM MOD3D-VERIFICAR-DELTAS THRU FIN-MD3D.
       FIN-MD3.
            EXIT.

      * Una publicacion ya aceptada no se vuelve a cargar; una que
      * quedo retenida si puede volver a llegar corregida.
       MOD3B-BUSCAR-RECIBIDA.
            OPEN INPUT ArchivoPublicaciones
            IF WS-Estado-Publicaciones NOT = "00" THEN
               GO TO FIN-MD3B
            END-IF
            MOVE 'N' TO WS-Fin-Publicaciones
            PERFORM MOD3C-LEER-RECIBIDA THRU FIN-MD3C
               UNTIL WS-Fin-Publicaciones = 'S'
            CLOSE ArchivoPublicaciones.
       FIN-MD3B.
            EXIT.

       MOD3C-LEER-RECIBIDA.
            READ ArchivoPublicaciones
               AT END MOVE 'S' TO WS-Fin-Publicaciones
               NOT AT END
                  IF PB-Publicacion = WS-Id-Publicacion AND
                     PB-Estado = 'A' THEN
                     MOVE SPACES TO WS-Motivo-Error
                     STRING "publicacion ya recibida el "
                        DELIMITED BY SIZE
                        PB-FechaHora(1:8) DELIMITED BY SIZE
                        " (corrida " DELIMITED BY SIZE
                        PB-Corrida DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-Motivo-Error
                     END-STRING
                     PERFORM MOD10-ERROR THRU FIN-MD10
                     MOVE 'S' TO WS-Fin-Publicaciones
                  END-IF
            END-READ.
       FIN-MD3C.
            EXIT.

      * El archivo de deltas actual solo se puede reemplazar si
      * esta vacio (o no existe) o si AplicarDeltasCenso lo recorrio
      * completo: su bitacora tiene como cabecera la huella de este
      * archivo (su primera transaccion) y una linea de fin 'F'. Si
      * el ultimo paso de deltas fallo o no corrio, la publicacion
      * nueva se retiene para no perder la anterior.
       MOD3D-VERIFICAR-DELTAS.
            OPEN INPUT ArchivoDeltas
            IF WS-Estado-Deltas NOT = "00" THEN
               GO TO FIN-MD3D
            END-IF
            MOVE SPACES TO WS-Huella-Deltas
            READ ArchivoDeltas
               AT END CONTINUE
               NOT AT END MOVE RegistroDelta TO WS-Huella-Deltas
            END-READ
            CLOSE ArchivoDeltas
            IF WS-Huella-Deltas = SPACES THEN
               GO TO FIN-MD3D
            END-IF
            MOVE 'N' TO WS-Deltas-Aplicados
            OPEN INPUT ArchivoAplicadas
            IF WS-Estado-Aplicadas NOT = "00" THEN
               MOVE "el archivo de deltas actual no se aplico; corra "
                  TO WS-Motivo-Error
               MOVE "AplicarDeltasCenso antes" TO WS-Motivo-Error(49:)
               PERFORM MOD10-ERROR THRU FIN-MD10
               GO TO FIN-MD3D
            END-IF
            MOVE 'N' TO WS-Fin-Aplicadas
            READ ArchivoAplicadas
               AT END MOVE 'S' TO WS-Fin-Aplicadas
            END-READ
            IF WS-Fin-Aplicadas NOT = 'S' AND AP-Tipo = 'H' AND
               AP-Huella = WS-Huella-Deltas THEN
               PERFORM MOD3E-BUSCAR-FIN THRU FIN-MD3E
                  UNTIL WS-Fin-Aplicadas = 'S'
            END-IF
            CLOSE ArchivoAplicadas
            IF WS-Deltas-Aplicados NOT = 'S' THEN
               MOVE "el archivo de deltas actual no se aplico "
                  TO WS-Motivo-Error
               MOVE "completo; corra AplicarDeltasCenso"
                  TO WS-Motivo-Error(42:)
               PERFORM MOD10-ERROR THRU FIN-MD10
            END-IF.
       FIN-MD3D.
            EXIT.

       MOD3E-BUSCAR-FIN.
            READ ArchivoAplicadas
               AT END MOVE 'S' TO WS-Fin-Aplicadas
               NOT AT END
                  IF AP-Tipo = 'F' THEN
                     MOVE 'S' TO WS-Deltas-Aplicados
                     MOVE 'S' TO WS-Fin-Aplicadas
                  END-IF
            END-READ.
       FIN-MD3E.
            EXIT.

      * Segunda pasada de una publicacion aceptada: cada detalle va
      * al archivo de deltas en el layout RegistroDelta y cada linea
      * a la copia en el area de recibidas.
       MOD4-ACEPTAR.
            MOVE SPACES TO WS-Ruta-Copia
            STRING FUNCTION TRIM(WS-Prefijo-Recibida)
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(1:14) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Ruta-Copia
            END-STRING
            PERFORM MOD4B-ABRIR-PASADA THRU FIN-MD4B
            OPEN OUTPUT ArchivoDeltas
            IF WS-Estado-Deltas NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoDeltas, estado "
                  WS-Estado-Deltas
               CLOSE ArchivoPublicacion
               CLOSE ArchivoCopia
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-Fin-Publicacion
            PERFORM MOD4C-CONVERTIR-LINEA THRU FIN-MD4C
               UNTIL WS-Fin-Publicacion = 'S'
            CLOSE ArchivoPublicacion
            CLOSE ArchivoCopia
            CLOSE ArchivoDeltas.
       FIN-MD4.
            EXIT.

       MOD4B-ABRIR-PASADA.
            OPEN INPUT ArchivoPublicacion
            IF WS-Estado-Publicacion NOT = "00" THEN
               DISPLAY "No se pudo reabrir la publicacion, estado "
                  WS-Estado-Publicacion
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoCopia
            IF WS-Estado-Copia NOT = "00" THEN
               DISPLAY "No se pudo abrir la copia "
                  FUNCTION TRIM(WS-Ruta-Copia) ", estado "
                  WS-Estado-Copia
               CLOSE ArchivoPublicacion
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD4B.
            EXIT.

       MOD4C-CONVERTIR-LINEA.
            READ ArchivoPublicacion
               AT END MOVE 'S' TO WS-Fin-Publicacion
            END-READ
            IF WS-Fin-Publicacion = 'S' THEN
               GO TO FIN-MD4C
            END-IF
            WRITE LineaCopia FROM LineaPublicacion
            IF PI2-Tipo = '2' THEN
               MOVE PI2-Operacion TO TR-TipoTransaccion
               MOVE PI2-CodigoINE TO TR-CodigoINE
               MOVE PI2-NombreCiudad TO TR-NombreCiudad
               MOVE PI2-Urbano TO TR-NroHabitantesUrbano
               MOVE PI2-Rural TO TR-NroHabitantesRural
               MOVE PI2-Departamento TO TR-Departamento
               WRITE RegistroDelta
               IF WS-Estado-Deltas NOT = "00" THEN
                  DISPLAY "No se pudo escribir ArchivoDeltas, estado "
                     WS-Estado-Deltas
                  CLOSE ArchivoPublicacion
                  CLOSE ArchivoCopia
                  CLOSE ArchivoDeltas
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-Deltas-Escritas
            END-IF.
       FIN-MD4C.
            EXIT.

      * Segunda pasada de una publicacion retenida: solo la copia
      * al area de retenidas; el archivo de deltas no se toca.
       MOD5-RETENER.
            MOVE SPACES TO WS-Ruta-Copia
            STRING FUNCTION TRIM(WS-Prefijo-Retenida)
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(1:14) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Ruta-Copia
            END-STRING
            PERFORM MOD4B-ABRIR-PASADA THRU FIN-MD4B
            MOVE 'N' TO WS-Fin-Publicacion
            PERFORM MOD5B-COPIAR-LINEA THRU FIN-MD5B
               UNTIL WS-Fin-Publicacion = 'S'
            CLOSE ArchivoPublicacion
            CLOSE ArchivoCopia.
       FIN-MD5.
            EXIT.

       MOD5B-COPIAR-LINEA.
            READ ArchivoPublicacion
               AT END MOVE 'S' TO WS-Fin-Publicacion
               NOT AT END WRITE LineaCopia FROM LineaPublicacion
            END-READ.
       FIN-MD5B.
            EXIT.

      * El registro de publicaciones solo crece: una linea por
      * publicacion procesada, aceptada o retenida.
       MOD6-ASENTAR-PUBLICACION.
            OPEN EXTEND ArchivoPublicaciones
            IF WS-Estado-Publicaciones NOT = "00" THEN
               OPEN OUTPUT ArchivoPublicaciones
               IF WS-Estado-Publicaciones = "00" THEN
                  CLOSE ArchivoPublicaciones
                  OPEN EXTEND ArchivoPublicaciones
               END-IF
            END-IF
            IF WS-Estado-Publicaciones NOT = "00" THEN
               DISPLAY "No se pudo asentar la publicacion, estado "
                  WS-Estado-Publicaciones
                  ". La entrada no se vacia; asientela a mano."
               CLOSE ArchivoReporte
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-Id-Publicacion TO PB-Publicacion
            MOVE WS-Fecha-Hora-Actual TO PB-FechaHora
            MOVE WS-Fecha-Publicacion TO PB-FechaPublicacion
            IF WS-Publicacion-Valida = 'S' THEN
               MOVE 'A' TO PB-Estado
            ELSE
               MOVE 'R' TO PB-Estado
            END-IF
            MOVE WS-Conteo-Detalles TO PB-Registros
            MOVE WS-Conteo-HashTotal TO PB-HashTotal
            MOVE WS-Operador TO PB-Operador
            MOVE WS-Corrida TO PB-Corrida
            WRITE RegistroPublicacion
            CLOSE ArchivoPublicaciones.
       FIN-MD6.
            EXIT.

      * No hay publicacion nueva. Si el archivo de deltas no existe
      * se crea vacio para que AplicarDeltasCenso no falle; si
      * existe, no se toca (su bitacora de aplicadas reconoce por la
      * huella lo que ya se aplico).
       MOD7-SIN-PUBLICACION.
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Sin publicacion nueva del INE en "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ruta-Publicacion) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            CLOSE ArchivoReporte
            DISPLAY FUNCTION TRIM(WS-Linea-Reporte)
            PERFORM MOD11-ARCHIVAR-REPORTE THRU FIN-MD11
            OPEN INPUT ArchivoDeltas
            IF WS-Estado-Deltas = "00" THEN
               CLOSE ArchivoDeltas
            ELSE
               OPEN OUTPUT ArchivoDeltas
               IF WS-Estado-Deltas NOT = "00" THEN
                  DISPLAY "No se pudo crear ArchivoDeltas, estado "
                     WS-Estado-Deltas
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               CLOSE ArchivoDeltas
            END-IF
            STOP RUN.
       FIN-MD7.
            EXIT.

      * Procesada la publicacion (aceptada o retenida, y con su
      * copia ya guardada), el archivo de entrada se vacia.
       MOD8-VACIAR-ENTRADA.
            OPEN OUTPUT ArchivoPublicacion
            IF WS-Estado-Publicacion = "00" THEN
               CLOSE ArchivoPublicacion
            ELSE
               DISPLAY "Aviso: no se pudo vaciar la publicacion, "
                  "estado " WS-Estado-Publicacion
                  "; retirela a mano antes de la proxima corrida."
            END-IF.
       FIN-MD8.
            EXIT.

       MOD9-RESUMEN.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Conteo-Detalles TO WS-Registros-Mask
            MOVE WS-Conteo-HashTotal TO WS-Hash-Mask
            STRING "Publicacion " DELIMITED BY SIZE
               WS-Id-Publicacion DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               WS-Fecha-Publicacion DELIMITED BY SIZE
               ": detalles " DELIMITED BY SIZE
               WS-Registros-Mask DELIMITED BY SIZE
               " hash " DELIMITED BY SIZE
               WS-Hash-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            IF WS-Hay-Final = 'S' THEN
               MOVE WS-Final-Registros TO WS-Registros-Mask
               MOVE WS-Final-HashTotal TO WS-Hash-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Registro final del INE:   detalles "
                  DELIMITED BY SIZE
                  WS-Registros-Mask DELIMITED BY SIZE
                  " hash " DELIMITED BY SIZE
                  WS-Hash-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Publicacion-Valida = 'S' THEN
               MOVE WS-Deltas-Escritas TO WS-Registros-Mask
               STRING "ACEPTADA: " DELIMITED BY SIZE
                  WS-Registros-Mask DELIMITED BY SIZE
                  " transacciones en " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ruta-Deltas) DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING "RETENIDA (" DELIMITED BY SIZE
                  WS-Conteo-Errores DELIMITED BY SIZE
                  " errores); el paso de deltas no debe correr."
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY FUNCTION TRIM(WS-Linea-Reporte)
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Copia de la publicacion en " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ruta-Copia) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY FUNCTION TRIM(WS-Linea-Reporte).
       FIN-MD9.
            EXIT.

      * Anota un error en el reporte (con la linea donde se
      * detecto, si corresponde) y marca la publicacion como
      * retenida.
       MOD10-ERROR.
            MOVE 'N' TO WS-Publicacion-Valida
            ADD 1 TO WS-Conteo-Errores
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Lineas-Leidas > 0 THEN
               MOVE WS-Lineas-Leidas TO WS-Linea-Mask
               STRING "ERROR linea " DELIMITED BY SIZE
                  WS-Linea-Mask DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-Motivo-Error DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING "ERROR: " DELIMITED BY SIZE
                  WS-Motivo-Error DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD10.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia. La copia se hace
      * bajo el bloqueo compartido del maestro, que PurgarReportes
      * respeta antes de reescribir el catalogo.
       MOD11-ARCHIVAR-REPORTE.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "RecepcionPublicacionINE" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "Aviso: no se pudo archivar el reporte, el "
                  "maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  "; queda solo la copia fija de esta corrida."
               GO TO FIN-MD11
            END-IF
            MOVE "INE" TO ARC-Tipo
            MOVE "RecepcionPublicacionINE" TO ARC-Programa
            MOVE WS-Ruta-Reporte TO ARC-Ruta-Reporte
            CALL "ArchivarReporte" USING ARC-Parametros
            IF ARC-Estado = 0 THEN
               DISPLAY "Reporte archivado en "
                  FUNCTION TRIM(ARC-Ruta-Archivo)
            ELSE
               DISPLAY "Aviso: no se pudo archivar el reporte "
                  "(estado " ARC-Estado "), queda solo la copia "
                  "fija de esta corrida."
            END-IF
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD11.
            EXIT.
       END PROGRAM RecepcionPublicacionINE.
