      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CargarDemografia.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Carga la poblacion por sexo y grupo quinquenal de
            edad que publica el INE en el archivo demografico
            (CIUDADES_DEMOGRAFIA.DAT), un registro por CodigoINE y
            anio de censo con hombres y mujeres de cada uno de los
            17 grupos (0-4, 5-9, ..., 75-79 y 80 y mas). La tabla
            del INE trae una linea por ciudad, anio y grupo, con las
            lineas de una misma ciudad y anio juntas. Cada ciudad y
            anio se valida completo antes de grabarse: la ciudad
            debe estar en el maestro, deben venir los 17 grupos una
            sola vez y la suma de los grupos debe ser igual a la
            poblacion censada de la ciudad en ese anio (la foto del
            historial de censos de ese anio; si no hay foto, el
            NroHabitantesCenso del maestro). Lo que no valida se
            informa con su motivo y no se graba; una ciudad y anio
            ya cargados se reemplazan. Codigos de retorno: 1 error
            de archivo, 2 hubo ciudades rechazadas, 3 maestro en
            uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tabla de sexo y edad del INE. La ruta se toma de
      * DEMOGRAFIA_INE_DD.
       SELECT ArchivoTablaINE ASSIGN TO WS-Ruta-Tabla
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Tabla.

      * Archivo demografico, INDEXED por CodigoINE + anio como el
      * historial de censos. La ruta se toma de
      * CIUDADES_DEMOGRAFIA_DD.
       SELECT ArchivoDemografia ASSIGN TO WS-Ruta-Demografia
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DM-Clave
         FILE STATUS IS WS-Estado-Demografia.

      * El maestro se toma de CIUDADES_DD; solo se lee por clave.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Historial de censos: da la poblacion de la ciudad en el
      * anio de la tabla. La ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Reporte de la carga. La ruta se toma de
      * CIUDADES_DEMOGRAFIA_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
      * Una linea de la tabla del INE: ciudad, anio, limite inferior
      * del grupo de edad (000, 005, ..., 080) y poblacion de cada
      * sexo.
       FD ArchivoTablaINE.
       01 RegistroTablaINE.
          02 TI-CodigoINE           PIC X(17).
          02 TI-AnioCenso           PIC X(4).
          02 TI-EdadDesde           PIC X(3).
          02 TI-Hombres             PIC X(7).
          02 TI-Mujeres             PIC X(7).

      * Registro demografico: los 17 grupos quinquenales, el ultimo
      * es el de 80 y mas.
       FD ArchivoDemografia.
       01 RegistroDemografia.
          02 DM-Clave.
             03 DM-CodigoINE        PIC X(17).
             03 DM-AnioCenso        PIC X(4).
          02 DM-Grupo OCCURS 17 TIMES.
             03 DM-Hombres          PIC 9(7).
             03 DM-Mujeres          PIC 9(7).
          02 DM-FechaCarga          PIC X(21).

       FD ArchivoCiudades.
       01 DetallesCiudad.
          02  CodigoINE       PIC X(17).
          02  NombreCiudad            PIC X(23).
          02  NroHabitantesCenso       PIC 9(7).
          02  Departamento      PIC X(10).
          02  NroHabitantesUrbano      PIC 9(7).
          02  NroHabitantesRural       PIC 9(7).

       FD ArchivoHistorialCenso.
       01 RegistroHistorialCenso.
          02 HC-Clave.
             03 HC-CodigoINE       PIC X(17).
             03 HC-AnioCenso       PIC X(4).
          02 HC-NombreCiudad       PIC X(23).
          02 HC-NroHabitantesCenso PIC 9(7).
          02 HC-Departamento       PIC X(10).
          02 HC-FechaHora          PIC X(21).
          02 HC-NroHabitantesUrbano PIC 9(7).
          02 HC-NroHabitantesRural PIC 9(7).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Tabla             PIC X(100)
               VALUE "/home/gary/CIUDADES_INE_DEMOGRAFIA.DAT".
       01 WS-Env-Ruta-Tabla         PIC X(100)     VALUE SPACES.
       01 WS-Estado-Tabla           PIC XX         VALUE "00".
       01 WS-Ruta-Demografia        PIC X(100)
               VALUE "/home/gary/CIUDADES_DEMOGRAFIA.DAT".
       01 WS-Env-Ruta-Demografia    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Demografia      PIC XX         VALUE "00".
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Historial-Abierto      PIC X          VALUE 'N'.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_DEMOGRAFIA_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Fin-Tabla              PIC X          VALUE 'N'.
      * Ciudad y anio en armado: las lineas de la tabla se vuelcan
      * aqui hasta que cambia la clave.
       01 WS-Hay-Grupo              PIC X          VALUE 'N'.
       01 WS-Clave-Actual.
          02 WS-Codigo-Actual       PIC X(17).
          02 WS-Anio-Actual         PIC X(4).
       01 WS-Clave-Linea.
          02 WS-Codigo-Linea        PIC X(17).
          02 WS-Anio-Linea          PIC X(4).
       01 WS-Armado.
          02 WS-Arm-Grupo OCCURS 17 TIMES.
             03 WS-Arm-Hombres      PIC 9(7).
             03 WS-Arm-Mujeres      PIC 9(7).
             03 WS-Arm-Presente     PIC X.
       01 WS-Motivo                 PIC X(60)      VALUE SPACES.
       01 WS-Edad-Desde             PIC 9(3)       VALUE 0.
       01 WS-Cociente               PIC 9(3)       VALUE 0.
       01 WS-Resto                  PIC 9(3)       VALUE 0.
       01 WS-Indice-Grupo           PIC 9(2)       VALUE 0.
       01 WS-Grupos-Presentes       PIC 9(2)       VALUE 0.
       01 WS-Suma-Grupos            PIC 9(9)       VALUE 0.
       01 WS-Poblacion-Referencia   PIC 9(7)       VALUE 0.
       01 WS-Fuente-Referencia      PIC X(20)      VALUE SPACES.
       01 WS-Suma-Mask              PIC ZZZ,ZZZ,ZZ9.
       01 WS-Referencia-Mask        PIC Z,ZZZ,ZZ9.
       01 WS-Lineas-Leidas          PIC 9(7)       VALUE 0.
       01 WS-Ciudades-Cargadas      PIC 9(5)       VALUE 0.
       01 WS-Ciudades-Reemplazadas  PIC 9(5)       VALUE 0.
       01 WS-Ciudades-Rechazadas    PIC 9(5)       VALUE 0.
       01 WS-Contador-Mask          PIC ZZZ,ZZ9.
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
            PERFORM MOD2-LEER-LINEA THRU FIN-MD2
               UNTIL WS-Fin-Tabla = 'S'
            IF WS-Hay-Grupo = 'S' THEN
               PERFORM MOD4-CERRAR-CIUDAD THRU FIN-MD4
            END-IF
            PERFORM MOD7-RESUMEN THRU FIN-MD7
            CLOSE ArchivoTablaINE
            CLOSE ArchivoDemografia
            CLOSE ArchivoCiudades
            IF WS-Historial-Abierto = 'S' THEN
               CLOSE ArchivoHistorialCenso
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD10-ARCHIVAR-REPORTE THRU FIN-MD10
            PERFORM MOD9-SOLTAR-BLOQUEO THRU FIN-MD9
            IF WS-Ciudades-Rechazadas > 0 THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD8-TOMAR-BLOQUEO THRU FIN-MD8
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            ACCEPT WS-Env-Ruta-Tabla FROM ENVIRONMENT
               "DEMOGRAFIA_INE_DD"
            IF WS-Env-Ruta-Tabla NOT = SPACES THEN
               MOVE WS-Env-Ruta-Tabla TO WS-Ruta-Tabla
            END-IF
            MOVE "DEMOGRAFIA_INE" TO PRF-Nombre
            MOVE WS-Ruta-Tabla TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Tabla
            ACCEPT WS-Env-Ruta-Demografia FROM ENVIRONMENT
               "CIUDADES_DEMOGRAFIA_DD"
            IF WS-Env-Ruta-Demografia NOT = SPACES THEN
               MOVE WS-Env-Ruta-Demografia TO WS-Ruta-Demografia
            END-IF
            MOVE "DEMOGRAFIA" TO PRF-Nombre
            MOVE WS-Ruta-Demografia TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Demografia
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            ACCEPT WS-Env-Ruta-Historial FROM ENVIRONMENT
               "CIUDADES_HISTORIAL_DD"
            IF WS-Env-Ruta-Historial NOT = SPACES THEN
               MOVE WS-Env-Ruta-Historial TO WS-Ruta-Historial
            END-IF
            MOVE "HISTORIAL" TO PRF-Nombre
            MOVE WS-Ruta-Historial TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Historial
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_DEMOGRAFIA_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "DEMOGRAFIA_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN INPUT ArchivoTablaINE
            IF WS-Estado-Tabla NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoTablaINE, estado "
                  WS-Estado-Tabla
               PERFORM MOD9-SOLTAR-BLOQUEO THRU FIN-MD9
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               CLOSE ArchivoTablaINE
               PERFORM MOD9-SOLTAR-BLOQUEO THRU FIN-MD9
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
      * La primera carga crea el archivo demografico.
            OPEN I-O ArchivoDemografia
            IF WS-Estado-Demografia = "35" THEN
               OPEN OUTPUT ArchivoDemografia
               CLOSE ArchivoDemografia
               OPEN I-O ArchivoDemografia
            END-IF
            IF WS-Estado-Demografia NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoDemografia, estado "
                  WS-Estado-Demografia
               CLOSE ArchivoTablaINE
               CLOSE ArchivoCiudades
               PERFORM MOD9-SOLTAR-BLOQUEO THRU FIN-MD9
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoTablaINE
               CLOSE ArchivoCiudades
               CLOSE ArchivoDemografia
               PERFORM MOD9-SOLTAR-BLOQUEO THRU FIN-MD9
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
      * Sin historial la referencia de cada ciudad es el maestro.
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial = "00" THEN
               MOVE 'S' TO WS-Historial-Abierto
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Carga de poblacion por sexo y edad - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Tabla: " DELIMITED BY SIZE
               WS-Ruta-Tabla DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            IF WS-Historial-Abierto NOT = 'S' THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: historial de censos no disponible "
                  DELIMITED BY SIZE
                  "(estado " DELIMITED BY SIZE
                  WS-Estado-Historial DELIMITED BY SIZE
                  "), se valida contra el maestro" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte.

      * Las lineas de una ciudad y anio llegan juntas; al cambiar la
      * clave se cierra la ciudad anterior.
       MOD2-LEER-LINEA.
            READ ArchivoTablaINE
               AT END
                  MOVE 'S' TO WS-Fin-Tabla
                  GO TO FIN-MD2
            END-READ
            ADD 1 TO WS-Lineas-Leidas
            MOVE TI-CodigoINE TO WS-Codigo-Linea
            MOVE TI-AnioCenso TO WS-Anio-Linea
            IF WS-Hay-Grupo = 'S' AND
               WS-Clave-Linea NOT = WS-Clave-Actual THEN
               PERFORM MOD4-CERRAR-CIUDAD THRU FIN-MD4
            END-IF
            IF WS-Hay-Grupo NOT = 'S' THEN
               PERFORM MOD3-ABRIR-CIUDAD THRU FIN-MD3
            END-IF
            PERFORM MOD5-ACUMULAR-GRUPO THRU FIN-MD5.
       FIN-MD2.
            EXIT.

       MOD3-ABRIR-CIUDAD.
            MOVE 'S' TO WS-Hay-Grupo
            MOVE WS-Clave-Linea TO WS-Clave-Actual
            INITIALIZE WS-Armado
            MOVE SPACES TO WS-Motivo.
       FIN-MD3.
            EXIT.

      * Vuelca una linea en su grupo. El primer defecto encontrado
      * queda como motivo de rechazo de la ciudad.
       MOD5-ACUMULAR-GRUPO.
            IF WS-Motivo NOT = SPACES THEN
               GO TO FIN-MD5
            END-IF
            IF TI-EdadDesde NOT NUMERIC THEN
               STRING "grupo de edad '" DELIMITED BY SIZE
                  TI-EdadDesde DELIMITED BY SIZE
                  "' no numerico" DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO FIN-MD5
            END-IF
            MOVE TI-EdadDesde TO WS-Edad-Desde
            DIVIDE WS-Edad-Desde BY 5 GIVING WS-Cociente
               REMAINDER WS-Resto
            IF WS-Resto NOT = 0 OR WS-Edad-Desde > 80 THEN
               STRING "grupo de edad '" DELIMITED BY SIZE
                  TI-EdadDesde DELIMITED BY SIZE
                  "' no es quinquenal" DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO FIN-MD5
            END-IF
            COMPUTE WS-Indice-Grupo = WS-Cociente + 1
            IF WS-Arm-Presente(WS-Indice-Grupo) = 'S' THEN
               STRING "grupo de edad '" DELIMITED BY SIZE
                  TI-EdadDesde DELIMITED BY SIZE
                  "' repetido" DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO FIN-MD5
            END-IF
            IF TI-Hombres NOT NUMERIC OR TI-Mujeres NOT NUMERIC THEN
               STRING "cifras no numericas en el grupo '"
                  DELIMITED BY SIZE
                  TI-EdadDesde DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO FIN-MD5
            END-IF
            MOVE TI-Hombres TO WS-Arm-Hombres(WS-Indice-Grupo)
            MOVE TI-Mujeres TO WS-Arm-Mujeres(WS-Indice-Grupo)
            MOVE 'S' TO WS-Arm-Presente(WS-Indice-Grupo).
       FIN-MD5.
            EXIT.

      * Valida la ciudad y anio completos y, si pasan, los graba
      * (o reemplaza los ya cargados).
       MOD4-CERRAR-CIUDAD.
            MOVE 'N' TO WS-Hay-Grupo
            IF WS-Motivo NOT = SPACES THEN
               GO TO MOD4-RECHAZAR
            END-IF
            IF WS-Anio-Actual NOT NUMERIC THEN
               MOVE "anio de censo no numerico" TO WS-Motivo
               GO TO MOD4-RECHAZAR
            END-IF
            MOVE WS-Codigo-Actual TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  MOVE "la ciudad no esta en el maestro" TO WS-Motivo
                  GO TO MOD4-RECHAZAR
            END-READ
            MOVE 0 TO WS-Grupos-Presentes
            MOVE 0 TO WS-Suma-Grupos
            PERFORM MOD6-SUMAR-GRUPO THRU FIN-MD6
               VARYING WS-Indice-Grupo FROM 1 BY 1
               UNTIL WS-Indice-Grupo > 17
            IF WS-Grupos-Presentes < 17 THEN
               MOVE WS-Grupos-Presentes TO WS-Contador-Mask
               STRING "faltan grupos de edad, vinieron "
                  DELIMITED BY SIZE
                  WS-Contador-Mask DELIMITED BY SIZE
                  " de 17" DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO MOD4-RECHAZAR
            END-IF
            MOVE NroHabitantesCenso TO WS-Poblacion-Referencia
            MOVE "el maestro" TO WS-Fuente-Referencia
            IF WS-Historial-Abierto = 'S' THEN
               MOVE WS-Codigo-Actual TO HC-CodigoINE
               MOVE WS-Anio-Actual TO HC-AnioCenso
               READ ArchivoHistorialCenso
                  KEY IS HC-Clave
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE HC-NroHabitantesCenso
                        TO WS-Poblacion-Referencia
                     MOVE "la foto del anio" TO WS-Fuente-Referencia
               END-READ
            END-IF
            IF WS-Suma-Grupos NOT = WS-Poblacion-Referencia THEN
               MOVE WS-Suma-Grupos TO WS-Suma-Mask
               MOVE WS-Poblacion-Referencia TO WS-Referencia-Mask
               STRING "los grupos suman" DELIMITED BY SIZE
                  WS-Suma-Mask DELIMITED BY SIZE
                  " y " DELIMITED BY SIZE
                  WS-Fuente-Referencia DELIMITED BY "  "
                  " dice" DELIMITED BY SIZE
                  WS-Referencia-Mask DELIMITED BY SIZE
                  INTO WS-Motivo
               END-STRING
               GO TO MOD4-RECHAZAR
            END-IF
            MOVE WS-Clave-Actual TO DM-Clave
            PERFORM MOD6B-PASAR-GRUPO THRU FIN-MD6B
               VARYING WS-Indice-Grupo FROM 1 BY 1
               UNTIL WS-Indice-Grupo > 17
            MOVE WS-Fecha-Hora-Actual TO DM-FechaCarga
            WRITE RegistroDemografia
               INVALID KEY
                  REWRITE RegistroDemografia
                     INVALID KEY
                        STRING "no se pudo grabar, estado "
                           DELIMITED BY SIZE
                           WS-Estado-Demografia DELIMITED BY SIZE
                           INTO WS-Motivo
                        END-STRING
                        GO TO MOD4-RECHAZAR
                  END-REWRITE
                  ADD 1 TO WS-Ciudades-Reemplazadas
                  MOVE "reemplazada" TO WS-Motivo
               NOT INVALID KEY
                  ADD 1 TO WS-Ciudades-Cargadas
                  MOVE "cargada" TO WS-Motivo
            END-WRITE
            MOVE WS-Suma-Grupos TO WS-Suma-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "OK        " DELIMITED BY SIZE
               WS-Codigo-Actual DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Anio-Actual DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NombreCiudad DELIMITED BY SIZE
               WS-Suma-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Motivo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            GO TO FIN-MD4.
       MOD4-RECHAZAR.
            ADD 1 TO WS-Ciudades-Rechazadas
            MOVE SPACES TO WS-Linea-Reporte
            STRING "RECHAZADA " DELIMITED BY SIZE
               WS-Codigo-Actual DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Anio-Actual DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Motivo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD4.
            EXIT.

       MOD6-SUMAR-GRUPO.
            IF WS-Arm-Presente(WS-Indice-Grupo) = 'S' THEN
               ADD 1 TO WS-Grupos-Presentes
            END-IF
            ADD WS-Arm-Hombres(WS-Indice-Grupo)
               WS-Arm-Mujeres(WS-Indice-Grupo) TO WS-Suma-Grupos.
       FIN-MD6.
            EXIT.

       MOD6B-PASAR-GRUPO.
            MOVE WS-Arm-Hombres(WS-Indice-Grupo)
               TO DM-Hombres(WS-Indice-Grupo)
            MOVE WS-Arm-Mujeres(WS-Indice-Grupo)
               TO DM-Mujeres(WS-Indice-Grupo).
       FIN-MD6B.
            EXIT.

       MOD7-RESUMEN.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Lineas-Leidas TO WS-Suma-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Lineas leidas          : " DELIMITED BY SIZE
               WS-Suma-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Ciudades-Cargadas TO WS-Contador-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Ciudades/anio cargadas : " DELIMITED BY SIZE
               WS-Contador-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Ciudades-Reemplazadas TO WS-Contador-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Ciudades/anio reemplaz.: " DELIMITED BY SIZE
               WS-Contador-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Ciudades-Rechazadas TO WS-Contador-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Ciudades/anio rechazad.: " DELIMITED BY SIZE
               WS-Contador-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY "Carga demografica: " WS-Ciudades-Cargadas
               " cargadas, " WS-Ciudades-Reemplazadas
               " reemplazadas, " WS-Ciudades-Rechazadas
               " rechazadas. Detalle en "
               FUNCTION TRIM(WS-Ruta-Reporte).
       FIN-MD7.
            EXIT.

      * Toma el bloqueo compartido del maestro via BloqueoMaestro:
      * la carga solo lee el maestro. Si otro programa lo tiene en
      * exclusivo, reintenta y al desistir termina sin tocar nada.
       MOD8-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "CargarDemografia" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD8.
            EXIT.

       MOD9-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD9.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD10-ARCHIVAR-REPORTE.
            MOVE "DEMOGRAFIA" TO ARC-Tipo
            MOVE "CargarDemografia" TO ARC-Programa
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
       FIN-MD10.
            EXIT.
       END PROGRAM CargarDemografia.
