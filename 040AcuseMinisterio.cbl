      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AcuseMinisterio.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Recepcion del acuse del ministerio. El ministerio
            devuelve por cada extracto de ExtractoMinisterio un
            archivo de acuse: una cabecera (tipo 1) con la
            generacion recibida, la cantidad de registros y el hash
            que ellos contaron y su dictamen; un registro tipo 2 por
            cada CodigoINE rechazado con el codigo y la descripcion
            del motivo; y un registro final (tipo 9) con la cantidad
            de rechazos. Cada acuse se cruza por generacion con la
            bitacora de transmisiones que deja
            MOD5-ASENTAR-TRANSMISION: si la cantidad o el hash que
            recibieron no coinciden con lo enviado, la transmision
            queda RECHAZADA. Si coinciden queda ACEPTADA, RECHAZADA
            PARCIAL o RECHAZADA segun el dictamen y los rechazos. El
            estado queda en el registro de acuses (solo crece, como
            la bitacora) y los CodigoINE rechazados van a una lista
            de trabajo con el motivo y la cifra actual del maestro,
            para corregirlos. Sin archivo de acuse el programa solo
            revisa los vencidos: toda transmision sin acuse despues
            de ACUSE_DIAS_LIMITE dias (15 por defecto) se senala
            para reclamarla. Codigos de retorno: 1 error de archivo
            o parametro (tambien un acuse o rechazo que no se pudo
            grabar), 2 acuse que no cuadra con la bitacora o
            incompleto, 3 maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD; solo se consulta por
      * clave para completar la lista de trabajo.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * El acuse que devuelve el ministerio. Puede traer el acuse de
      * una o de varias generaciones, una tras otra. La ruta se
      * toma de CIUDADES_ACUSE_DD.
       SELECT ArchivoAcuse ASSIGN TO WS-Ruta-Acuse
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Acuse.

      * Bitacora de transmisiones de ExtractoMinisterio; solo se
      * lee. La ruta se toma de CIUDADES_EXTRACTOS_DD.
       SELECT ArchivoTransmisiones ASSIGN TO WS-Ruta-Transmisiones
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Transmisiones.

      * Registro de acuses: una linea por generacion acusada, solo
      * crece. La ruta se toma de CIUDADES_ACUSES_DD.
       SELECT ArchivoAcuses ASSIGN TO WS-Ruta-Acuses
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Acuses.

      * Lista de trabajo de CodigoINE rechazados: crece con cada
      * acuse asentado y se conserva entre corridas hasta que se
      * atienden los rechazos (un acuse duplicado se descarta antes
      * de volcar sus rechazos). La ruta se toma de
      * CIUDADES_ACUSE_RECHAZOS_DD.
       SELECT ArchivoRechazos ASSIGN TO WS-Ruta-Rechazos
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Rechazos.

      * Reporte de la recepcion y de los vencidos. La ruta se toma
      * de CIUDADES_ACUSE_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoCiudades.
       01 DetallesCiudad.
          02  CodigoINE       PIC X(17).
          02  NombreCiudad            PIC X(23).
          02  NroHabitantesCenso       PIC 9(7).
          02  Departamento      PIC X(10).
          02  NroHabitantesUrbano      PIC 9(7).
          02  NroHabitantesRural       PIC 9(7).

      * Un layout por tipo de registro del acuse; el primer byte
      * dice cual es. AC1-Dictamen: 'A' aceptado, 'R' rechazado
      * completo (el detalle dice que codigos motivaron el rechazo).
       FD ArchivoAcuse.
       01 RegistroAcuseCabecera.
          02 AC1-Tipo               PIC X.
          02 AC1-Fecha              PIC X(8).
          02 AC1-Generacion         PIC 9(5).
          02 AC1-Registros          PIC 9(7).
          02 AC1-HashTotal          PIC 9(12).
          02 AC1-Dictamen           PIC X.
       01 RegistroAcuseDetalle.
          02 AC2-Tipo               PIC X.
          02 AC2-CodigoINE          PIC X(17).
          02 AC2-Motivo             PIC X(4).
          02 AC2-Descripcion        PIC X(40).
       01 RegistroAcuseFinal.
          02 AC9-Tipo               PIC X.
          02 AC9-Rechazados         PIC 9(7).

       FD ArchivoTransmisiones.
       01 RegistroTransmision.
          02 EX-Generacion          PIC 9(5).
          02 EX-FechaHora           PIC X(21).
          02 EX-Registros           PIC 9(7).
          02 EX-HashTotal           PIC 9(12).
          02 EX-Operador            PIC X(20).

      * AK-Estado: 'A' aceptada, 'P' rechazada parcial, 'R'
      * rechazada.
       FD ArchivoAcuses.
       01 RegistroAcuse.
          02 AK-Generacion          PIC 9(5).
          02 AK-FechaHora           PIC X(21).
          02 AK-FechaAcuse          PIC X(8).
          02 AK-Estado              PIC X.
          02 AK-Registros           PIC 9(7).
          02 AK-HashTotal           PIC 9(12).
          02 AK-Rechazados          PIC 9(7).
          02 AK-Operador            PIC X(20).

       FD ArchivoRechazos.
       01 RegistroRechazoAcuse.
          02 RA-Generacion          PIC 9(5).
          02 RA-CodigoINE           PIC X(17).
          02 RA-Motivo              PIC X(4).
          02 RA-Descripcion         PIC X(40).
          02 RA-NombreCiudad        PIC X(23).
          02 RA-NroHabitantesCenso  PIC 9(7).
          02 RA-EnMaestro           PIC X.

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Acuse             PIC X(100)
               VALUE "/home/gary/CIUDADES_ACUSE_MINISTERIO.DAT".
       01 WS-Env-Ruta-Acuse         PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Transmisiones     PIC X(100)
               VALUE "/home/gary/CIUDADES_EXTRACTOS.DAT".
       01 WS-Env-Ruta-Transmis      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Acuses            PIC X(100)
               VALUE "/home/gary/CIUDADES_ACUSES.DAT".
       01 WS-Env-Ruta-Acuses        PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Rechazos          PIC X(100)
               VALUE "/home/gary/CIUDADES_ACUSE_RECHAZOS.DAT".
       01 WS-Env-Ruta-Rechazos      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_ACUSE_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Estado-Acuse           PIC XX         VALUE "00".
       01 WS-Estado-Transmisiones   PIC XX         VALUE "00".
       01 WS-Estado-Acuses          PIC XX         VALUE "00".
       01 WS-Estado-Rechazos        PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Maestro-Abierto        PIC X          VALUE 'N'.
       01 WS-Acuse-Abierto          PIC X          VALUE 'N'.
       01 WS-Fin-Acuse              PIC X          VALUE 'N'.
       01 WS-Fin-Transmisiones      PIC X          VALUE 'N'.
       01 WS-Fin-Acuses             PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Env-Dias               PIC X(4)       VALUE SPACES.
       01 WS-Largo-Dias             PIC 9(4)       VALUE 0.
       01 WS-Dias-Limite            PIC 9(4)       VALUE 15.
       01 WS-Dias-Transcurridos     PIC S9(7)      VALUE 0.
       01 WS-Dia-Hoy                PIC 9(7)       VALUE 0.
       01 WS-Fecha-Numerica         PIC 9(8)       VALUE 0.
      * Transmisiones de la bitacora, con la marca de si ya tienen
      * acuse (del registro de acuses o de esta misma corrida).
       01 WS-Tabla-Transmisiones.
          02 WS-Tx-Entrada OCCURS 2000 TIMES.
             03 WS-Tx-Generacion    PIC 9(5).
             03 WS-Tx-Fecha         PIC X(8).
             03 WS-Tx-Registros     PIC 9(7).
             03 WS-Tx-HashTotal     PIC 9(12).
             03 WS-Tx-Acusada       PIC X.
             03 WS-Tx-Estado        PIC X.
       01 WS-Total-Transmisiones    PIC 9(4)       VALUE 0.
       01 WS-Indice-Tx              PIC 9(4)       VALUE 0.
       01 WS-Indice-Busqueda        PIC 9(4)       VALUE 0.
      * El acuse en curso: la cabecera se guarda hasta el registro
      * final y los rechazos se retienen en la tabla, porque solo
      * se asientan si el acuse entero cuadra.
       01 WS-Grupo-Abierto          PIC X          VALUE 'N'.
       01 WS-Grupo-Final            PIC X          VALUE 'N'.
       01 WS-Grupo-Fecha            PIC X(8)       VALUE SPACES.
       01 WS-Grupo-Generacion       PIC 9(5)       VALUE 0.
       01 WS-Grupo-Registros        PIC 9(7)       VALUE 0.
       01 WS-Grupo-HashTotal        PIC 9(12)      VALUE 0.
       01 WS-Grupo-Dictamen         PIC X          VALUE SPACE.
       01 WS-Grupo-Final-Rechazos   PIC 9(7)       VALUE 0.
       01 WS-Grupo-Estado           PIC X          VALUE SPACE.
       01 WS-Grupo-Observacion      PIC X(80)      VALUE SPACES.
       01 WS-Grupo-Desbordado       PIC X          VALUE 'N'.
       01 WS-Tabla-Rechazos.
          02 WS-Rz-Entrada OCCURS 9999 TIMES.
             03 WS-Rz-CodigoINE     PIC X(17).
             03 WS-Rz-Motivo        PIC X(4).
             03 WS-Rz-Descripcion   PIC X(40).
       01 WS-Total-Rechazos         PIC 9(7)       VALUE 0.
       01 WS-Indice-Rechazo         PIC 9(5)       VALUE 0.
       01 WS-Estado-Texto           PIC X(18)      VALUE SPACES.
       01 WS-Marca-Linea            PIC X(30)      VALUE SPACES.
       01 WS-Registros-Mask         PIC Z,ZZZ,ZZ9.
       01 WS-Hash-Mask              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-Dias-Mask              PIC ZZZ9.
       01 WS-Generacion-Mask        PIC ZZZZ9.
       01 WS-Acuses-Leidos          PIC 9(5)       VALUE 0.
       01 WS-Conteo-Aceptadas       PIC 9(5)       VALUE 0.
       01 WS-Conteo-Parciales       PIC 9(5)       VALUE 0.
       01 WS-Conteo-Rechazadas      PIC 9(5)       VALUE 0.
       01 WS-Conteo-Descartados     PIC 9(5)       VALUE 0.
       01 WS-Conteo-Lista           PIC 9(7)       VALUE 0.
       01 WS-Conteo-Vencidas        PIC 9(5)       VALUE 0.
       01 WS-Conteo-Esperando       PIC 9(5)       VALUE 0.
      * Acuses o rechazos que no se pudieron grabar; cualquiera
      * termina la corrida con codigo 1.
       01 WS-Conteo-Fallas          PIC 9(5)       VALUE 0.
      * Codigo de retorno de la corrida. Se pasa a RETURN-CODE
      * recien al final, porque cada CALL posterior
      * (ArchivarReporte, BloqueoMaestro) lo pisa.
       01 WS-Retorno-Final          PIC 9          VALUE 0.
      * Parametros del subprograma BloqueoMaestro: coordinacion de
      * acceso al maestro entre el mantenimiento en linea y los
      * procesos batch (tipo 'E' exclusivo para actualizar, 'C'
      * compartido para solo leer).
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
            IF WS-Acuse-Abierto = 'S' THEN
               PERFORM MOD2-TRATAMIENTO THRU FIN-MD2
                  UNTIL WS-Fin-Acuse = 'S'
               IF WS-Grupo-Abierto = 'S' THEN
                  PERFORM MOD5-CERRAR-ACUSE THRU FIN-MD5
               END-IF
               CLOSE ArchivoAcuse
            END-IF
            PERFORM MOD7-REVISAR-VENCIDOS THRU FIN-MD7
            PERFORM MOD8-RESUMEN THRU FIN-MD8
            CLOSE ArchivoReporte
            PERFORM MOD12-ARCHIVAR-REPORTE THRU FIN-MD12
            CLOSE ArchivoRechazos
            IF WS-Maestro-Abierto = 'S' THEN
               CLOSE ArchivoCiudades
            END-IF
            PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
            IF WS-Conteo-Fallas > 0 THEN
               MOVE 1 TO WS-Retorno-Final
            END-IF
            MOVE WS-Retorno-Final TO RETURN-CODE
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD9-TOMAR-BLOQUEO THRU FIN-MD9
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual(1:8) TO WS-Fecha-Numerica
            COMPUTE WS-Dia-Hoy =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
            ACCEPT WS-Operador FROM ENVIRONMENT "USER"
            IF WS-Operador = SPACES THEN
               MOVE "DESCONOCIDO" TO WS-Operador
            END-IF
            ACCEPT WS-Env-Dias FROM ENVIRONMENT "ACUSE_DIAS_LIMITE"
            IF WS-Env-Dias NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-Env-Dias) TO WS-Env-Dias
               COMPUTE WS-Largo-Dias =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-Env-Dias))
               IF WS-Env-Dias(1:WS-Largo-Dias) IS NUMERIC THEN
                  MOVE FUNCTION NUMVAL(WS-Env-Dias) TO WS-Dias-Limite
               ELSE
                  DISPLAY "ACUSE_DIAS_LIMITE '" WS-Env-Dias
                     "' no es un numero de dias."
                  PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            PERFORM MOD3-CARGAR-TRANSMISIONES THRU FIN-MD3
            PERFORM MOD4-CARGAR-ACUSES THRU FIN-MD4
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo = "00" THEN
               MOVE 'S' TO WS-Maestro-Abierto
            ELSE
               DISPLAY "Aviso: no se pudo abrir ArchivoCiudades, "
                  "estado " WS-Estado-Archivo
                  "; la lista de trabajo sale sin la cifra actual."
            END-IF
            ACCEPT WS-Env-Ruta-Acuse FROM ENVIRONMENT
               "CIUDADES_ACUSE_DD"
            IF WS-Env-Ruta-Acuse NOT = SPACES THEN
               MOVE WS-Env-Ruta-Acuse TO WS-Ruta-Acuse
            END-IF
            MOVE "ACUSE" TO PRF-Nombre
            MOVE WS-Ruta-Acuse TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Acuse
            OPEN INPUT ArchivoAcuse
            IF WS-Estado-Acuse = "00" THEN
               MOVE 'S' TO WS-Acuse-Abierto
            ELSE
               DISPLAY "No hay archivo de acuse (estado "
                  WS-Estado-Acuse "); solo se revisan los vencidos."
            END-IF
            ACCEPT WS-Env-Ruta-Rechazos FROM ENVIRONMENT
               "CIUDADES_ACUSE_RECHAZOS_DD"
            IF WS-Env-Ruta-Rechazos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Rechazos TO WS-Ruta-Rechazos
            END-IF
            MOVE "ACUSE_RECHAZOS" TO PRF-Nombre
            MOVE WS-Ruta-Rechazos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Rechazos
      * Estado 35: la lista todavia no existe (primera corrida); se
      * crea vacia con OPEN OUTPUT y se reabre en EXTEND.
            OPEN EXTEND ArchivoRechazos
            IF WS-Estado-Rechazos = "35" THEN
               OPEN OUTPUT ArchivoRechazos
               IF WS-Estado-Rechazos = "00" THEN
                  CLOSE ArchivoRechazos
                  OPEN EXTEND ArchivoRechazos
               END-IF
            END-IF
            IF WS-Estado-Rechazos NOT = "00" THEN
               DISPLAY "No se pudo abrir la lista de rechazos, estado "
                  WS-Estado-Rechazos
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_ACUSE_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "ACUSE_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Recepcion de acuses del ministerio - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.

      * Cada cabecera cierra el acuse anterior y abre uno nuevo; los
      * rechazos se retienen y el registro final cierra el grupo.
       MOD2-TRATAMIENTO.
            READ ArchivoAcuse
               AT END MOVE 'S' TO WS-Fin-Acuse
            END-READ
            IF WS-Fin-Acuse = 'S' THEN
               GO TO FIN-MD2
            END-IF
            EVALUATE AC1-Tipo
               WHEN '1'
                  IF WS-Grupo-Abierto = 'S' THEN
                     PERFORM MOD5-CERRAR-ACUSE THRU FIN-MD5
                  END-IF
                  ADD 1 TO WS-Acuses-Leidos
                  MOVE 'S' TO WS-Grupo-Abierto
                  MOVE 'N' TO WS-Grupo-Final
                  MOVE 'N' TO WS-Grupo-Desbordado
                  MOVE AC1-Fecha TO WS-Grupo-Fecha
                  MOVE 0 TO WS-Grupo-Generacion
                  MOVE 0 TO WS-Grupo-Registros
                  MOVE 0 TO WS-Grupo-HashTotal
                  IF AC1-Generacion NUMERIC THEN
                     MOVE AC1-Generacion TO WS-Grupo-Generacion
                  END-IF
                  IF AC1-Registros NUMERIC THEN
                     MOVE AC1-Registros TO WS-Grupo-Registros
                  END-IF
                  IF AC1-HashTotal NUMERIC THEN
                     MOVE AC1-HashTotal TO WS-Grupo-HashTotal
                  END-IF
                  MOVE AC1-Dictamen TO WS-Grupo-Dictamen
                  MOVE 0 TO WS-Grupo-Final-Rechazos
                  MOVE 0 TO WS-Total-Rechazos
               WHEN '2'
                  PERFORM MOD6-RETENER-RECHAZO THRU FIN-MD6
               WHEN '9'
                  IF WS-Grupo-Abierto = 'S' THEN
                     MOVE 'S' TO WS-Grupo-Final
                     IF AC9-Rechazados NUMERIC THEN
                        MOVE AC9-Rechazados
                           TO WS-Grupo-Final-Rechazos
                     END-IF
                     PERFORM MOD5-CERRAR-ACUSE THRU FIN-MD5
                  END-IF
               WHEN OTHER
                  DISPLAY "Aviso: registro de acuse de tipo '"
                     AC1-Tipo "' ignorado."
            END-EVALUATE.
       FIN-MD2.
            EXIT.

      * Carga la bitacora de transmisiones en la tabla. Sin
      * bitacora no hay nada contra que cruzar los acuses.
       MOD3-CARGAR-TRANSMISIONES.
            ACCEPT WS-Env-Ruta-Transmis FROM ENVIRONMENT
               "CIUDADES_EXTRACTOS_DD"
            IF WS-Env-Ruta-Transmis NOT = SPACES THEN
               MOVE WS-Env-Ruta-Transmis TO WS-Ruta-Transmisiones
            END-IF
            MOVE "EXTRACTOS" TO PRF-Nombre
            MOVE WS-Ruta-Transmisiones TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Transmisiones
            OPEN INPUT ArchivoTransmisiones
            IF WS-Estado-Transmisiones NOT = "00" THEN
               DISPLAY "No se pudo abrir la bitacora de "
                  "transmisiones, estado " WS-Estado-Transmisiones
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-Fin-Transmisiones
            PERFORM MOD3B-LEER-TRANSMISION THRU FIN-MD3B
               UNTIL WS-Fin-Transmisiones = 'S'
            CLOSE ArchivoTransmisiones.
       FIN-MD3.
            EXIT.

       MOD3B-LEER-TRANSMISION.
            READ ArchivoTransmisiones
               AT END MOVE 'S' TO WS-Fin-Transmisiones
               NOT AT END
                  IF WS-Total-Transmisiones < 2000 THEN
                     ADD 1 TO WS-Total-Transmisiones
                     MOVE EX-Generacion
                        TO WS-Tx-Generacion(WS-Total-Transmisiones)
                     MOVE EX-FechaHora(1:8)
                        TO WS-Tx-Fecha(WS-Total-Transmisiones)
                     MOVE EX-Registros
                        TO WS-Tx-Registros(WS-Total-Transmisiones)
                     MOVE EX-HashTotal
                        TO WS-Tx-HashTotal(WS-Total-Transmisiones)
                     MOVE 'N'
                        TO WS-Tx-Acusada(WS-Total-Transmisiones)
                     MOVE SPACE
                        TO WS-Tx-Estado(WS-Total-Transmisiones)
                  ELSE
                     DISPLAY "Aviso: la bitacora tiene mas de 2000 "
                        "transmisiones; la generacion "
                        EX-Generacion " no se controla."
                  END-IF
            END-READ.
       FIN-MD3B.
            EXIT.

      * Marca como acusadas las generaciones del registro de
      * acuses; sin registro todavia, ninguna tiene acuse.
       MOD4-CARGAR-ACUSES.
            ACCEPT WS-Env-Ruta-Acuses FROM ENVIRONMENT
               "CIUDADES_ACUSES_DD"
            IF WS-Env-Ruta-Acuses NOT = SPACES THEN
               MOVE WS-Env-Ruta-Acuses TO WS-Ruta-Acuses
            END-IF
            MOVE "ACUSES" TO PRF-Nombre
            MOVE WS-Ruta-Acuses TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Acuses
            OPEN INPUT ArchivoAcuses
            IF WS-Estado-Acuses NOT = "00" THEN
               GO TO FIN-MD4
            END-IF
            MOVE 'N' TO WS-Fin-Acuses
            PERFORM MOD4B-LEER-ACUSE THRU FIN-MD4B
               UNTIL WS-Fin-Acuses = 'S'
            CLOSE ArchivoAcuses.
       FIN-MD4.
            EXIT.

       MOD4B-LEER-ACUSE.
            READ ArchivoAcuses
               AT END MOVE 'S' TO WS-Fin-Acuses
               NOT AT END
                  MOVE AK-Generacion TO WS-Grupo-Generacion
                  PERFORM MOD11-BUSCAR-TRANSMISION THRU FIN-MD11
                  IF WS-Indice-Tx > 0 THEN
                     MOVE 'S' TO WS-Tx-Acusada(WS-Indice-Tx)
                     MOVE AK-Estado TO WS-Tx-Estado(WS-Indice-Tx)
                  END-IF
            END-READ.
       FIN-MD4B.
            EXIT.

      * Cierra el acuse en curso: lo cruza con la transmision,
      * decide el estado, lo asienta y vuelca sus rechazos a la
      * lista de trabajo. Un acuse que no se puede asentar se
      * informa y se descarta entero.
       MOD5-CERRAR-ACUSE.
            MOVE 'N' TO WS-Grupo-Abierto
            MOVE SPACE TO WS-Grupo-Estado
            MOVE SPACES TO WS-Grupo-Observacion
            MOVE WS-Grupo-Generacion TO WS-Generacion-Mask
            PERFORM MOD11-BUSCAR-TRANSMISION THRU FIN-MD11
            IF WS-Indice-Tx = 0 THEN
               MOVE "generacion desconocida en la bitacora; descartado"
                  TO WS-Grupo-Observacion
               PERFORM MOD5B-DESCARTAR-ACUSE THRU FIN-MD5B
               GO TO FIN-MD5
            END-IF
            IF WS-Tx-Acusada(WS-Indice-Tx) = 'S' THEN
               MOVE "ya tenia acuse registrado; duplicado descartado"
                  TO WS-Grupo-Observacion
               ADD 1 TO WS-Conteo-Descartados
               PERFORM MOD5C-LINEA-ACUSE THRU FIN-MD5C
               GO TO FIN-MD5
            END-IF
            IF WS-Grupo-Final NOT = 'S' THEN
               MOVE "acuse sin registro final (incompleto); descartado"
                  TO WS-Grupo-Observacion
               PERFORM MOD5B-DESCARTAR-ACUSE THRU FIN-MD5B
               GO TO FIN-MD5
            END-IF
            IF WS-Grupo-Desbordado = 'S' OR
               WS-Grupo-Final-Rechazos NOT = WS-Total-Rechazos THEN
               MOVE "rechazos no coinciden con el final; descartado"
                  TO WS-Grupo-Observacion
               PERFORM MOD5B-DESCARTAR-ACUSE THRU FIN-MD5B
               GO TO FIN-MD5
            END-IF
      * Cuadre contra lo asentado por ExtractoMinisterio: si lo que
      * recibieron no es lo que mandamos, la transmision no vale.
            IF WS-Grupo-Registros NOT = WS-Tx-Registros(WS-Indice-Tx)
               OR WS-Grupo-HashTotal NOT =
               WS-Tx-HashTotal(WS-Indice-Tx) THEN
               MOVE 'R' TO WS-Grupo-Estado
               MOVE "lo recibido no coincide con la bitacora; reenviar"
                  TO WS-Grupo-Observacion
               MOVE 2 TO WS-Retorno-Final
            ELSE
               EVALUATE TRUE
                  WHEN WS-Grupo-Dictamen = 'R'
                     MOVE 'R' TO WS-Grupo-Estado
                  WHEN WS-Total-Rechazos NOT <
                       WS-Tx-Registros(WS-Indice-Tx)
                     MOVE 'R' TO WS-Grupo-Estado
                  WHEN WS-Total-Rechazos > 0
                     MOVE 'P' TO WS-Grupo-Estado
                  WHEN OTHER
                     MOVE 'A' TO WS-Grupo-Estado
               END-EVALUATE
            END-IF
            OPEN EXTEND ArchivoAcuses
            IF WS-Estado-Acuses NOT = "00" THEN
               OPEN OUTPUT ArchivoAcuses
               IF WS-Estado-Acuses = "00" THEN
                  CLOSE ArchivoAcuses
                  OPEN EXTEND ArchivoAcuses
               END-IF
            END-IF
            IF WS-Estado-Acuses NOT = "00" THEN
               DISPLAY "No se pudo asentar el acuse de la generacion "
                  WS-Grupo-Generacion ", estado " WS-Estado-Acuses
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-Grupo-Generacion TO AK-Generacion
            MOVE FUNCTION CURRENT-DATE TO AK-FechaHora
            MOVE WS-Grupo-Fecha TO AK-FechaAcuse
            MOVE WS-Grupo-Estado TO AK-Estado
            MOVE WS-Grupo-Registros TO AK-Registros
            MOVE WS-Grupo-HashTotal TO AK-HashTotal
            MOVE WS-Total-Rechazos TO AK-Rechazados
            MOVE WS-Operador TO AK-Operador
            WRITE RegistroAcuse
            IF WS-Estado-Acuses NOT = "00" THEN
               DISPLAY "No se pudo grabar el acuse de la generacion "
                  WS-Grupo-Generacion ", estado " WS-Estado-Acuses
               ADD 1 TO WS-Conteo-Fallas
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Generacion " DELIMITED BY SIZE
                  WS-Generacion-Mask DELIMITED BY SIZE
                  ": ERROR, el acuse no se pudo grabar (estado "
                  DELIMITED BY SIZE
                  WS-Estado-Acuses DELIMITED BY SIZE
                  "); la transmision sigue sin acuse" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               CLOSE ArchivoAcuses
               GO TO FIN-MD5
            END-IF
            CLOSE ArchivoAcuses
            MOVE 'S' TO WS-Tx-Acusada(WS-Indice-Tx)
            MOVE WS-Grupo-Estado TO WS-Tx-Estado(WS-Indice-Tx)
            EVALUATE WS-Grupo-Estado
               WHEN 'A' ADD 1 TO WS-Conteo-Aceptadas
               WHEN 'P' ADD 1 TO WS-Conteo-Parciales
               WHEN OTHER ADD 1 TO WS-Conteo-Rechazadas
            END-EVALUATE
            PERFORM MOD5C-LINEA-ACUSE THRU FIN-MD5C
            PERFORM MOD5D-VOLCAR-RECHAZO THRU FIN-MD5D
               VARYING WS-Indice-Rechazo FROM 1 BY 1
               UNTIL WS-Indice-Rechazo > WS-Total-Rechazos.
       FIN-MD5.
            EXIT.

       MOD5B-DESCARTAR-ACUSE.
            ADD 1 TO WS-Conteo-Descartados
            MOVE 2 TO WS-Retorno-Final
            MOVE SPACE TO WS-Grupo-Estado
            PERFORM MOD5C-LINEA-ACUSE THRU FIN-MD5C.
       FIN-MD5B.
            EXIT.

       MOD5C-LINEA-ACUSE.
            EVALUATE WS-Grupo-Estado
               WHEN 'A' MOVE "ACEPTADA" TO WS-Estado-Texto
               WHEN 'P' MOVE "RECHAZADA PARCIAL" TO WS-Estado-Texto
               WHEN 'R' MOVE "RECHAZADA" TO WS-Estado-Texto
               WHEN OTHER MOVE "SIN ASENTAR" TO WS-Estado-Texto
            END-EVALUATE
            MOVE WS-Total-Rechazos TO WS-Registros-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Generacion " DELIMITED BY SIZE
               WS-Generacion-Mask DELIMITED BY SIZE
               " acuse del " DELIMITED BY SIZE
               WS-Grupo-Fecha DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Estado-Texto DELIMITED BY SIZE
               " rechazos: " DELIMITED BY SIZE
               WS-Registros-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            IF WS-Grupo-Observacion NOT = SPACES THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "   " DELIMITED BY SIZE
                  WS-Grupo-Observacion DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            IF WS-Indice-Tx = 0 THEN
               GO TO FIN-MD5C
            END-IF
            IF WS-Grupo-Registros NOT = WS-Tx-Registros(WS-Indice-Tx)
               OR WS-Grupo-HashTotal NOT =
               WS-Tx-HashTotal(WS-Indice-Tx) THEN
               MOVE WS-Grupo-Registros TO WS-Registros-Mask
               MOVE WS-Grupo-HashTotal TO WS-Hash-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "   recibieron: registros " DELIMITED BY SIZE
                  WS-Registros-Mask DELIMITED BY SIZE
                  " hash " DELIMITED BY SIZE
                  WS-Hash-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               MOVE WS-Tx-Registros(WS-Indice-Tx) TO WS-Registros-Mask
               MOVE WS-Tx-HashTotal(WS-Indice-Tx) TO WS-Hash-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "   enviamos:   registros " DELIMITED BY SIZE
                  WS-Registros-Mask DELIMITED BY SIZE
                  " hash " DELIMITED BY SIZE
                  WS-Hash-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF.
       FIN-MD5C.
            EXIT.

      * Un CodigoINE rechazado a la lista de trabajo, con la cifra
      * que tiene hoy el maestro (o la marca de que ya no existe).
       MOD5D-VOLCAR-RECHAZO.
            MOVE WS-Grupo-Generacion TO RA-Generacion
            MOVE WS-Rz-CodigoINE(WS-Indice-Rechazo) TO RA-CodigoINE
            MOVE WS-Rz-Motivo(WS-Indice-Rechazo) TO RA-Motivo
            MOVE WS-Rz-Descripcion(WS-Indice-Rechazo)
               TO RA-Descripcion
            MOVE SPACES TO RA-NombreCiudad
            MOVE 0 TO RA-NroHabitantesCenso
            MOVE 'N' TO RA-EnMaestro
            IF WS-Maestro-Abierto = 'S' THEN
               MOVE WS-Rz-CodigoINE(WS-Indice-Rechazo) TO CodigoINE
               READ ArchivoCiudades
                  KEY IS CodigoINE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NombreCiudad TO RA-NombreCiudad
                     IF NroHabitantesCenso NUMERIC THEN
                        MOVE NroHabitantesCenso
                           TO RA-NroHabitantesCenso
                     END-IF
                     MOVE 'S' TO RA-EnMaestro
               END-READ
            END-IF
            WRITE RegistroRechazoAcuse
            MOVE SPACES TO WS-Marca-Linea
            IF WS-Estado-Rechazos NOT = "00" THEN
               DISPLAY "No se pudo grabar el rechazo de "
                  RA-CodigoINE " en la lista, estado "
                  WS-Estado-Rechazos
               ADD 1 TO WS-Conteo-Fallas
               MOVE "ERROR: no quedo en la lista" TO WS-Marca-Linea
            ELSE
               ADD 1 TO WS-Conteo-Lista
               IF RA-EnMaestro = 'N' THEN
                  MOVE "(no existe en el maestro)" TO WS-Marca-Linea
               END-IF
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "   " DELIMITED BY SIZE
               RA-CodigoINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-Motivo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-Descripcion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Marca-Linea DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD5D.
            EXIT.

       MOD6-RETENER-RECHAZO.
            IF WS-Grupo-Abierto NOT = 'S' THEN
               DISPLAY "Aviso: rechazo de " AC2-CodigoINE
                  " fuera de un acuse, ignorado."
               GO TO FIN-MD6
            END-IF
            IF WS-Total-Rechazos NOT < 9999 THEN
               MOVE 'S' TO WS-Grupo-Desbordado
               GO TO FIN-MD6
            END-IF
            ADD 1 TO WS-Total-Rechazos
            MOVE AC2-CodigoINE TO WS-Rz-CodigoINE(WS-Total-Rechazos)
            MOVE AC2-Motivo TO WS-Rz-Motivo(WS-Total-Rechazos)
            MOVE AC2-Descripcion
               TO WS-Rz-Descripcion(WS-Total-Rechazos).
       FIN-MD6.
            EXIT.

      * Toda transmision sin acuse se lista con los dias que lleva
      * esperando; pasado el limite se marca VENCIDA para reclamarla.
       MOD7-REVISAR-VENCIDOS.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Dias-Limite TO WS-Dias-Mask
            STRING "Transmisiones sin acuse (limite " DELIMITED BY SIZE
               WS-Dias-Mask DELIMITED BY SIZE
               " dias):" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD7B-REVISAR-TRANSMISION THRU FIN-MD7B
               VARYING WS-Indice-Tx FROM 1 BY 1
               UNTIL WS-Indice-Tx > WS-Total-Transmisiones.
       FIN-MD7.
            EXIT.

       MOD7B-REVISAR-TRANSMISION.
            IF WS-Tx-Acusada(WS-Indice-Tx) = 'S' THEN
               GO TO FIN-MD7B
            END-IF
            MOVE 0 TO WS-Dias-Transcurridos
            IF WS-Tx-Fecha(WS-Indice-Tx) NUMERIC THEN
               MOVE WS-Tx-Fecha(WS-Indice-Tx) TO WS-Fecha-Numerica
               COMPUTE WS-Dias-Transcurridos = WS-Dia-Hoy -
                  FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
            END-IF
            IF WS-Dias-Transcurridos < 0 THEN
               MOVE 0 TO WS-Dias-Transcurridos
            END-IF
            MOVE WS-Tx-Generacion(WS-Indice-Tx) TO WS-Generacion-Mask
            MOVE WS-Dias-Transcurridos TO WS-Dias-Mask
            MOVE SPACES TO WS-Marca-Linea
            IF WS-Dias-Transcurridos > WS-Dias-Limite THEN
               ADD 1 TO WS-Conteo-Vencidas
               MOVE "*** VENCIDA, RECLAMAR ***" TO WS-Marca-Linea
            ELSE
               ADD 1 TO WS-Conteo-Esperando
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Generacion " DELIMITED BY SIZE
               WS-Generacion-Mask DELIMITED BY SIZE
               " enviada el " DELIMITED BY SIZE
               WS-Tx-Fecha(WS-Indice-Tx) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-Dias-Mask DELIMITED BY SIZE
               " dias sin acuse  " DELIMITED BY SIZE
               WS-Marca-Linea DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD7B.
            EXIT.

       MOD8-RESUMEN.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            STRING "Resumen: acuses=" DELIMITED BY SIZE
               WS-Acuses-Leidos DELIMITED BY SIZE
               " aceptadas=" DELIMITED BY SIZE
               WS-Conteo-Aceptadas DELIMITED BY SIZE
               " parciales=" DELIMITED BY SIZE
               WS-Conteo-Parciales DELIMITED BY SIZE
               " rechazadas=" DELIMITED BY SIZE
               WS-Conteo-Rechazadas DELIMITED BY SIZE
               " descartados=" DELIMITED BY SIZE
               WS-Conteo-Descartados DELIMITED BY SIZE
               " a-corregir=" DELIMITED BY SIZE
               WS-Conteo-Lista DELIMITED BY SIZE
               " vencidas=" DELIMITED BY SIZE
               WS-Conteo-Vencidas DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY FUNCTION TRIM(WS-Linea-Reporte)
            IF WS-Conteo-Fallas > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "ERROR: " DELIMITED BY SIZE
                  WS-Conteo-Fallas DELIMITED BY SIZE
                  " acuses o rechazos no se pudieron grabar; ver "
                  DELIMITED BY SIZE
                  "las lineas de ERROR" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               DISPLAY FUNCTION TRIM(WS-Linea-Reporte)
            END-IF
            IF WS-Conteo-Vencidas > 0 THEN
               DISPLAY "Hay " WS-Conteo-Vencidas " transmisiones con "
                  "mas de " WS-Dias-Limite " dias sin acuse; ver "
                  FUNCTION TRIM(WS-Ruta-Reporte)
            END-IF.
       FIN-MD8.
            EXIT.

      * Toma el bloqueo compartido (solo lectura) del maestro via
      * BloqueoMaestro; si otro programa lo tiene, reintenta y al
      * desistir se informa quien lo tiene y se termina sin tocar
      * nada.
       MOD9-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "AcuseMinisterio" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD9.
            EXIT.

       MOD10-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD10.
            EXIT.

      * Busca WS-Grupo-Generacion en la tabla de transmisiones;
      * deja en WS-Indice-Tx la entrada (la ultima, si la
      * generacion se repitiera) o cero si no esta.
       MOD11-BUSCAR-TRANSMISION.
            MOVE 0 TO WS-Indice-Tx
            PERFORM MOD11B-COMPARAR-TRANSMISION THRU FIN-MD11B
               VARYING WS-Indice-Busqueda FROM 1 BY 1
               UNTIL WS-Indice-Busqueda > WS-Total-Transmisiones.
       FIN-MD11.
            EXIT.

       MOD11B-COMPARAR-TRANSMISION.
            IF WS-Tx-Generacion(WS-Indice-Busqueda) =
               WS-Grupo-Generacion THEN
               MOVE WS-Indice-Busqueda TO WS-Indice-Tx
            END-IF.
       FIN-MD11B.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD12-ARCHIVAR-REPORTE.
            MOVE "ACUSE" TO ARC-Tipo
            MOVE "AcuseMinisterio" TO ARC-Programa
            MOVE WS-Ruta-Reporte TO ARC-Ruta-Reporte
            CALL "ArchivarReporte" USING ARC-Parametros
            IF ARC-Estado = 0 THEN
               DISPLAY "Reporte archivado en "
                  FUNCTION TRIM(ARC-Ruta-Archivo)
            ELSE
               DISPLAY "Aviso: no se pudo archivar el reporte "
                  "(estado " ARC-Estado "), queda solo la copia "
                  "fija de esta corrida."
            END-IF.
       FIN-MD12.
            EXIT.
       END PROGRAM AcuseMinisterio.
