      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConcentracionPoblacion.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Reporte de concentracion de la poblacion por
            departamento y para el pais. Para cada anio de censo
            del historial (de menor a mayor) y para el maestro
            actual arma la lista de poblaciones de las ciudades de
            cada departamento y le aplica el subprograma
            ESTADISTICAS: media, mediana, desviacion estandar,
            coeficiente de Gini e indice de primacia, mas el
            porcentaje de la poblacion que vive en la capital
            departamental. El pais se calcula sobre todas las
            ciudades y su porcentaje es el de las capitales
            departamentales juntas. El departamento de cada
            ciudad es el de la foto de ese anio; las capitales son
            las definidas hoy en DEPARTAMENTOS_CAPITALES.DAT, sin
            ellas la columna de capital queda en n/a. Al final la
            seccion de evolucion repite Gini, primacia y
            porcentaje de capital de cada departamento anio por
            anio, para ver si la poblacion se concentra en las
            capitales con el tiempo. Codigos de retorno: 1 error
            de archivo, 3 maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD; solo se lee completo.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Historial de censos: se recorre una vez para conocer los
      * anios y otra por cada anio. La ruta se toma de
      * CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Capitales departamentales. La ruta se toma de
      * DEPARTAMENTOS_CAPITALES_DD.
       SELECT ArchivoCapitales ASSIGN TO WS-Ruta-Capitales
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Capitales.

      * Reporte de concentracion. La ruta se toma de
      * CIUDADES_CONCENTRACION_REPORTE_DD.
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

       FD ArchivoCapitales.
       01 RegistroCapital.
          02 CP-Departamento       PIC X(10).
          02 CP-CodigoINE          PIC X(17).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Historial-Abierto      PIC X          VALUE 'N'.
       01 WS-Ruta-Capitales         PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS_CAPITALES.DAT".
       01 WS-Env-Ruta-Capitales     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Capitales       PIC XX         VALUE "00".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_CONCENTRACION_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Fin-Archivo            PIC X          VALUE 'N'.
      * Capitales definidas hoy.
       01 WS-Cant-Capitales         PIC 9(2)       VALUE 0.
       01 WS-Tabla-Capitales.
          02 WS-Cap-Entrada OCCURS 30 TIMES.
             03 WS-Cap-Departamento PIC X(10).
             03 WS-Cap-Codigo       PIC X(17).
       01 WS-Ik                     PIC 9(2)       VALUE 0.
      * Anios de censo del historial, de menor a mayor, y los cortes
      * del reporte: cada anio y al final el maestro actual.
       01 WS-Cant-Anios             PIC 9(2)       VALUE 0.
       01 WS-Tabla-Anios.
          02 WS-Anio OCCURS 49 TIMES PIC X(4).
       01 WS-Ia                     PIC 9(2)       VALUE 0.
       01 WS-Ja                     PIC 9(2)       VALUE 0.
       01 WS-Anio-Hallado           PIC X          VALUE 'N'.
       01 WS-Anios-Omitidos         PIC 9(5)       VALUE 0.
       01 WS-Cant-Cortes            PIC 9(2)       VALUE 0.
       01 WS-Corte                  PIC 9(2)       VALUE 0.
       01 WS-Tabla-Cortes.
          02 WS-Corte-Etiqueta OCCURS 50 TIMES PIC X(6).
      * Ciudades del corte en curso.
       01 WS-Cant-Ciudades          PIC 9(4)       VALUE 0.
       01 WS-Max-Ciudades           PIC 9(4)       VALUE 3000.
       01 WS-Ciudades-Omitidas      PIC 9(5)       VALUE 0.
       01 WS-Tabla-Ciudades.
          02 WS-Ciu-Entrada OCCURS 3000 TIMES.
             03 WS-Ciu-Departamento PIC X(10).
             03 WS-Ciu-Poblacion    PIC 9(7).
             03 WS-Ciu-Capital      PIC X.
       01 WS-Ic                     PIC 9(4)       VALUE 0.
       01 WS-Nueva-Codigo           PIC X(17)      VALUE SPACES.
       01 WS-Nueva-Departamento     PIC X(10)      VALUE SPACES.
       01 WS-Nueva-Poblacion        PIC 9(7)       VALUE 0.
      * Departamentos del corte en curso.
       01 WS-Cant-Deptos            PIC 9(2)       VALUE 0.
       01 WS-Tabla-Deptos.
          02 WS-Depto OCCURS 30 TIMES PIC X(10).
       01 WS-Id                     PIC 9(2)       VALUE 0.
       01 WS-Depto-Hallado          PIC X          VALUE 'N'.
       01 WS-Deptos-Omitidos        PIC 9(5)       VALUE 0.
      * Renglon en curso: departamento (o PAIS) y su capital.
       01 WS-Renglon-Codigo         PIC X(10)      VALUE SPACES.
       01 WS-Poblacion-Capital      PIC 9(12)      VALUE 0.
       01 WS-Hay-Capital            PIC X          VALUE 'N'.
       01 WS-Porcentaje-Capital     PIC 9(3)V99    VALUE 0.
      * Evolucion: por departamento (y PAIS) y por corte.
       01 WS-Cant-Evo               PIC 9(2)       VALUE 0.
       01 WS-Ie                     PIC 9(2)       VALUE 0.
       01 WS-Evo-Pos                PIC 9(2)       VALUE 0.
       01 WS-Tabla-Evolucion.
          02 WS-Evo-Entrada OCCURS 31 TIMES.
             03 WS-Evo-Codigo       PIC X(10).
             03 WS-Evo-Corte OCCURS 50 TIMES.
                04 WS-Evo-Presente  PIC X.
                04 WS-Evo-Cantidad  PIC 9(4).
                04 WS-Evo-Gini      PIC 9V9(4).
                04 WS-Evo-Primacia  PIC 9(7)V99.
                04 WS-Evo-Prim-Valida PIC X.
                04 WS-Evo-Capital   PIC 9(3)V99.
                04 WS-Evo-Cap-Valida PIC X.
      * Mascaras del renglon.
       01 WS-Entero                 PIC 9(9)       VALUE 0.
       01 WS-Cantidad-Mask          PIC ZZZ9.
       01 WS-Total-Mask             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-Valor-Mask             PIC ZZ,ZZZ,ZZ9.
       01 WS-Gini-Mask              PIC 9.9999.
       01 WS-Primacia-Mask          PIC ZZ,ZZ9.99.
       01 WS-Capital-Mask           PIC ZZ9.99.
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
            IF WS-Historial-Abierto = 'S' THEN
               PERFORM MOD2-BUSCAR-ANIOS THRU FIN-MD2
               PERFORM MOD3-CORTE-ANIO THRU FIN-MD3
                  VARYING WS-Ia FROM 1 BY 1
                  UNTIL WS-Ia > WS-Cant-Anios
               CLOSE ArchivoHistorialCenso
            END-IF
            PERFORM MOD4-CORTE-MAESTRO THRU FIN-MD4
            PERFORM MOD9-EVOLUCION THRU FIN-MD9
            CLOSE ArchivoCiudades
            CLOSE ArchivoReporte
            PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            DISPLAY "Concentracion de poblacion: " WS-Cant-Anios
               " anios de censo mas el maestro actual. Reporte en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD11-TOMAR-BLOQUEO THRU FIN-MD11
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
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
            ACCEPT WS-Env-Ruta-Capitales FROM ENVIRONMENT
               "DEPARTAMENTOS_CAPITALES_DD"
            IF WS-Env-Ruta-Capitales NOT = SPACES THEN
               MOVE WS-Env-Ruta-Capitales TO WS-Ruta-Capitales
            END-IF
            MOVE "CAPITALES" TO PRF-Nombre
            MOVE WS-Ruta-Capitales TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Capitales
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_CONCENTRACION_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "CONCENTRACION_REP" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoCiudades
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Concentracion de la poblacion por departamento - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
      * Sin historial solo se informa el maestro actual; sin
      * capitales la columna de capital queda en n/a.
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial = "00" THEN
               MOVE 'S' TO WS-Historial-Abierto
            ELSE
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: historial de censos no disponible "
                  DELIMITED BY SIZE
                  "(estado " DELIMITED BY SIZE
                  WS-Estado-Historial DELIMITED BY SIZE
                  "), solo se informa el maestro actual"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF
            OPEN INPUT ArchivoCapitales
            IF WS-Estado-Capitales = "00" THEN
               MOVE 'N' TO WS-Fin-Archivo
               PERFORM MOD1B-LEER-CAPITAL THRU FIN-MD1B
                  UNTIL WS-Fin-Archivo = 'S'
               CLOSE ArchivoCapitales
            ELSE
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: capitales departamentales no "
                  DELIMITED BY SIZE
                  "disponibles (estado " DELIMITED BY SIZE
                  WS-Estado-Capitales DELIMITED BY SIZE
                  "), el porcentaje de capital queda en n/a"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.

       MOD1B-LEER-CAPITAL.
            READ ArchivoCapitales
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD1B
            END-READ
            IF WS-Cant-Capitales < 30 THEN
               ADD 1 TO WS-Cant-Capitales
               MOVE CP-Departamento
                  TO WS-Cap-Departamento(WS-Cant-Capitales)
               MOVE CP-CodigoINE TO WS-Cap-Codigo(WS-Cant-Capitales)
            END-IF.
       FIN-MD1B.
            EXIT.

      * Primera pasada por el historial: los anios de censo
      * distintos, ordenados de menor a mayor.
       MOD2-BUSCAR-ANIOS.
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD2B-LEER-ANIO THRU FIN-MD2B
               UNTIL WS-Fin-Archivo = 'S'
            IF WS-Anios-Omitidos > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: mas de 49 anios de censo, los mayores "
                  DELIMITED BY SIZE
                  "no se informan" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.
       FIN-MD2.
            EXIT.

       MOD2B-LEER-ANIO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD2B
            END-READ
            MOVE 'N' TO WS-Anio-Hallado
            PERFORM MOD2C-COMPARAR-ANIO THRU FIN-MD2C
               VARYING WS-Ja FROM 1 BY 1
               UNTIL WS-Ja > WS-Cant-Anios OR WS-Anio-Hallado = 'S'
            IF WS-Anio-Hallado = 'S' THEN
               GO TO FIN-MD2B
            END-IF
            IF WS-Cant-Anios >= 49 THEN
               ADD 1 TO WS-Anios-Omitidos
               GO TO FIN-MD2B
            END-IF
      * Insercion ordenada: se corren los anios mayores un lugar.
            ADD 1 TO WS-Cant-Anios
            MOVE WS-Cant-Anios TO WS-Ja
            MOVE 'N' TO WS-Anio-Hallado
            PERFORM MOD2D-CORRER-ANIO THRU FIN-MD2D
               UNTIL WS-Anio-Hallado = 'S'
            MOVE HC-AnioCenso TO WS-Anio(WS-Ja).
       FIN-MD2B.
            EXIT.

       MOD2C-COMPARAR-ANIO.
            IF WS-Anio(WS-Ja) = HC-AnioCenso THEN
               MOVE 'S' TO WS-Anio-Hallado
            END-IF.
       FIN-MD2C.
            EXIT.

       MOD2D-CORRER-ANIO.
            IF WS-Ja = 1 THEN
               MOVE 'S' TO WS-Anio-Hallado
               GO TO FIN-MD2D
            END-IF
            IF WS-Anio(WS-Ja - 1) > HC-AnioCenso THEN
               MOVE WS-Anio(WS-Ja - 1) TO WS-Anio(WS-Ja)
               SUBTRACT 1 FROM WS-Ja
            ELSE
               MOVE 'S' TO WS-Anio-Hallado
            END-IF.
       FIN-MD2D.
            EXIT.

      * Un corte por anio: se relee el historial desde el principio
      * y se toman las fotos de ese anio.
       MOD3-CORTE-ANIO.
            CLOSE ArchivoHistorialCenso
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial NOT = "00" THEN
               DISPLAY "No se pudo reabrir ArchivoHistorialCenso, "
                  "estado " WS-Estado-Historial
               CLOSE ArchivoCiudades
               CLOSE ArchivoReporte
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 0 TO WS-Cant-Ciudades
            MOVE 0 TO WS-Cant-Deptos
            MOVE 0 TO WS-Ciudades-Omitidas
            MOVE 0 TO WS-Deptos-Omitidos
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD3B-LEER-FOTO THRU FIN-MD3B
               UNTIL WS-Fin-Archivo = 'S'
            ADD 1 TO WS-Cant-Cortes
            MOVE WS-Anio(WS-Ia) TO WS-Corte-Etiqueta(WS-Cant-Cortes)
            PERFORM MOD6-PROCESAR-CORTE THRU FIN-MD6.
       FIN-MD3.
            EXIT.

       MOD3B-LEER-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD3B
            END-READ
            IF HC-AnioCenso NOT = WS-Anio(WS-Ia) THEN
               GO TO FIN-MD3B
            END-IF
            MOVE HC-CodigoINE TO WS-Nueva-Codigo
            MOVE HC-Departamento TO WS-Nueva-Departamento
            MOVE HC-NroHabitantesCenso TO WS-Nueva-Poblacion
            PERFORM MOD5-AGREGAR-CIUDAD THRU FIN-MD5.
       FIN-MD3B.
            EXIT.

       MOD4-CORTE-MAESTRO.
            MOVE 0 TO WS-Cant-Ciudades
            MOVE 0 TO WS-Cant-Deptos
            MOVE 0 TO WS-Ciudades-Omitidas
            MOVE 0 TO WS-Deptos-Omitidos
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD4B-LEER-CIUDAD THRU FIN-MD4B
               UNTIL WS-Fin-Archivo = 'S'
            ADD 1 TO WS-Cant-Cortes
            MOVE "ACTUAL" TO WS-Corte-Etiqueta(WS-Cant-Cortes)
            PERFORM MOD6-PROCESAR-CORTE THRU FIN-MD6.
       FIN-MD4.
            EXIT.

       MOD4B-LEER-CIUDAD.
            READ ArchivoCiudades NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD4B
            END-READ
            MOVE CodigoINE TO WS-Nueva-Codigo
            MOVE Departamento TO WS-Nueva-Departamento
            MOVE NroHabitantesCenso TO WS-Nueva-Poblacion
            PERFORM MOD5-AGREGAR-CIUDAD THRU FIN-MD5.
       FIN-MD4B.
            EXIT.

      * Suma la ciudad al corte, anota su departamento si es nuevo
      * y la marca si es la capital de su departamento.
       MOD5-AGREGAR-CIUDAD.
            IF WS-Cant-Ciudades >= WS-Max-Ciudades THEN
               ADD 1 TO WS-Ciudades-Omitidas
               GO TO FIN-MD5
            END-IF
            MOVE 'N' TO WS-Depto-Hallado
            PERFORM MOD5B-BUSCAR-DEPTO THRU FIN-MD5B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Deptos OR WS-Depto-Hallado = 'S'
            IF WS-Depto-Hallado NOT = 'S' THEN
               IF WS-Cant-Deptos >= 30 THEN
                  ADD 1 TO WS-Deptos-Omitidos
                  GO TO FIN-MD5
               END-IF
               ADD 1 TO WS-Cant-Deptos
               MOVE WS-Nueva-Departamento TO WS-Depto(WS-Cant-Deptos)
            END-IF
            ADD 1 TO WS-Cant-Ciudades
            MOVE WS-Nueva-Departamento
               TO WS-Ciu-Departamento(WS-Cant-Ciudades)
            MOVE WS-Nueva-Poblacion
               TO WS-Ciu-Poblacion(WS-Cant-Ciudades)
            MOVE 'N' TO WS-Ciu-Capital(WS-Cant-Ciudades)
            PERFORM MOD5C-BUSCAR-CAPITAL THRU FIN-MD5C
               VARYING WS-Ik FROM 1 BY 1
               UNTIL WS-Ik > WS-Cant-Capitales.
       FIN-MD5.
            EXIT.

       MOD5B-BUSCAR-DEPTO.
            IF WS-Depto(WS-Id) = WS-Nueva-Departamento THEN
               MOVE 'S' TO WS-Depto-Hallado
            END-IF.
       FIN-MD5B.
            EXIT.

       MOD5C-BUSCAR-CAPITAL.
            IF WS-Cap-Codigo(WS-Ik) = WS-Nueva-Codigo AND
               WS-Cap-Departamento(WS-Ik) = WS-Nueva-Departamento THEN
               MOVE 'S' TO WS-Ciu-Capital(WS-Cant-Ciudades)
            END-IF.
       FIN-MD5C.
            EXIT.

      * Un bloque del reporte: encabezado, un renglon por
      * departamento y el renglon del pais.
       MOD6-PROCESAR-CORTE.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Corte-Etiqueta(WS-Cant-Cortes) = "ACTUAL" THEN
               MOVE "===== MAESTRO ACTUAL =====" TO WS-Linea-Reporte
            ELSE
               STRING "===== CENSO " DELIMITED BY SIZE
                  WS-Corte-Etiqueta(WS-Cant-Cortes) DELIMITED BY SPACE
                  " =====" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Ciudades-Omitidas > 0 OR WS-Deptos-Omitidos > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: tablas llenas, ciudades fuera del "
                  DELIMITED BY SIZE
                  "calculo: " DELIMITED BY SIZE
                  WS-Ciudades-Omitidas DELIMITED BY SIZE
                  " por cantidad, " DELIMITED BY SIZE
                  WS-Deptos-Omitidos DELIMITED BY SIZE
                  " por departamento" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            MOVE "Departam." TO WS-Linea-Reporte(1:10)
            MOVE "Ciud" TO WS-Linea-Reporte(12:4)
            MOVE "Poblacion" TO WS-Linea-Reporte(22:9)
            MOVE "Media" TO WS-Linea-Reporte(37:5)
            MOVE "Mediana" TO WS-Linea-Reporte(46:7)
            MOVE "Desv.est." TO WS-Linea-Reporte(55:9)
            MOVE "Gini" TO WS-Linea-Reporte(67:4)
            MOVE "Primacia" TO WS-Linea-Reporte(73:8)
            MOVE "%Capital" TO WS-Linea-Reporte(81:8)
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD6B-DEPARTAMENTO THRU FIN-MD6B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Deptos
            PERFORM MOD6D-PAIS THRU FIN-MD6D.
       FIN-MD6.
            EXIT.

       MOD6B-DEPARTAMENTO.
            MOVE WS-Depto(WS-Id) TO WS-Renglon-Codigo
            MOVE 0 TO EST-Cantidad
            MOVE 0 TO WS-Poblacion-Capital
            MOVE 'N' TO WS-Hay-Capital
            PERFORM MOD6C-TOMAR-CIUDAD THRU FIN-MD6C
               VARYING WS-Ic FROM 1 BY 1
               UNTIL WS-Ic > WS-Cant-Ciudades
            PERFORM MOD7-IMPRIMIR-RENGLON THRU FIN-MD7.
       FIN-MD6B.
            EXIT.

       MOD6C-TOMAR-CIUDAD.
            IF WS-Ciu-Departamento(WS-Ic) NOT = WS-Renglon-Codigo THEN
               GO TO FIN-MD6C
            END-IF
            ADD 1 TO EST-Cantidad
            MOVE WS-Ciu-Poblacion(WS-Ic) TO EST-Valor(EST-Cantidad)
            IF WS-Ciu-Capital(WS-Ic) = 'S' THEN
               MOVE 'S' TO WS-Hay-Capital
               ADD WS-Ciu-Poblacion(WS-Ic) TO WS-Poblacion-Capital
            END-IF.
       FIN-MD6C.
            EXIT.

       MOD6D-PAIS.
            MOVE "PAIS" TO WS-Renglon-Codigo
            MOVE 0 TO EST-Cantidad
            MOVE 0 TO WS-Poblacion-Capital
            MOVE 'N' TO WS-Hay-Capital
            PERFORM MOD6E-TOMAR-TODAS THRU FIN-MD6E
               VARYING WS-Ic FROM 1 BY 1
               UNTIL WS-Ic > WS-Cant-Ciudades
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD7-IMPRIMIR-RENGLON THRU FIN-MD7.
       FIN-MD6D.
            EXIT.

       MOD6E-TOMAR-TODAS.
            ADD 1 TO EST-Cantidad
            MOVE WS-Ciu-Poblacion(WS-Ic) TO EST-Valor(EST-Cantidad)
            IF WS-Ciu-Capital(WS-Ic) = 'S' THEN
               MOVE 'S' TO WS-Hay-Capital
               ADD WS-Ciu-Poblacion(WS-Ic) TO WS-Poblacion-Capital
            END-IF.
       FIN-MD6E.
            EXIT.

      * Aplica ESTADISTICAS a los valores cargados, imprime el
      * renglon y lo guarda para la evolucion.
       MOD7-IMPRIMIR-RENGLON.
            IF EST-Cantidad = 0 THEN
               GO TO FIN-MD7
            END-IF
            CALL "ESTADISTICAS" USING EST-Parametros
            IF EST-Estado NOT = 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING WS-Renglon-Codigo DELIMITED BY SIZE
                  " ESTADISTICAS termino con estado "
                  DELIMITED BY SIZE
                  EST-Estado DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               GO TO FIN-MD7
            END-IF
            MOVE 0 TO WS-Porcentaje-Capital
            IF WS-Hay-Capital = 'S' AND EST-Total > 0 THEN
               COMPUTE WS-Porcentaje-Capital ROUNDED =
                  WS-Poblacion-Capital * 100 / EST-Total
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Renglon-Codigo TO WS-Linea-Reporte(1:10)
            MOVE EST-Cantidad TO WS-Cantidad-Mask
            MOVE WS-Cantidad-Mask TO WS-Linea-Reporte(12:4)
            MOVE EST-Total TO WS-Total-Mask
            MOVE WS-Total-Mask TO WS-Linea-Reporte(17:14)
            COMPUTE WS-Entero ROUNDED = EST-Media
            MOVE WS-Entero TO WS-Valor-Mask
            MOVE WS-Valor-Mask TO WS-Linea-Reporte(32:10)
            COMPUTE WS-Entero ROUNDED = EST-Mediana
            MOVE WS-Entero TO WS-Valor-Mask
            MOVE WS-Valor-Mask TO WS-Linea-Reporte(43:10)
            COMPUTE WS-Entero ROUNDED = EST-Desviacion
            MOVE WS-Entero TO WS-Valor-Mask
            MOVE WS-Valor-Mask TO WS-Linea-Reporte(54:10)
            MOVE EST-Gini TO WS-Gini-Mask
            MOVE WS-Gini-Mask TO WS-Linea-Reporte(65:6)
            IF EST-Primacia-Valida = 'S' THEN
               MOVE EST-Primacia TO WS-Primacia-Mask
               MOVE WS-Primacia-Mask TO WS-Linea-Reporte(72:9)
            ELSE
               MOVE "n/a" TO WS-Linea-Reporte(78:3)
            END-IF
            IF WS-Hay-Capital = 'S' THEN
               MOVE WS-Porcentaje-Capital TO WS-Capital-Mask
               MOVE WS-Capital-Mask TO WS-Linea-Reporte(82:6)
               MOVE "%" TO WS-Linea-Reporte(88:1)
            ELSE
               MOVE "n/a" TO WS-Linea-Reporte(85:3)
            END-IF
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD8-GUARDAR-EVOLUCION THRU FIN-MD8.
       FIN-MD7.
            EXIT.

       MOD8-GUARDAR-EVOLUCION.
            MOVE 0 TO WS-Evo-Pos
            PERFORM MOD8B-BUSCAR-EVO THRU FIN-MD8B
               VARYING WS-Ie FROM 1 BY 1
               UNTIL WS-Ie > WS-Cant-Evo OR WS-Evo-Pos > 0
            IF WS-Evo-Pos = 0 THEN
               IF WS-Cant-Evo >= 31 THEN
                  GO TO FIN-MD8
               END-IF
               ADD 1 TO WS-Cant-Evo
               MOVE WS-Cant-Evo TO WS-Evo-Pos
               INITIALIZE WS-Evo-Entrada(WS-Evo-Pos)
               MOVE WS-Renglon-Codigo TO WS-Evo-Codigo(WS-Evo-Pos)
            END-IF
            MOVE 'S' TO WS-Evo-Presente(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE EST-Cantidad
               TO WS-Evo-Cantidad(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE EST-Gini TO WS-Evo-Gini(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE EST-Primacia
               TO WS-Evo-Primacia(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE EST-Primacia-Valida
               TO WS-Evo-Prim-Valida(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE WS-Porcentaje-Capital
               TO WS-Evo-Capital(WS-Evo-Pos, WS-Cant-Cortes)
            MOVE WS-Hay-Capital
               TO WS-Evo-Cap-Valida(WS-Evo-Pos, WS-Cant-Cortes).
       FIN-MD8.
            EXIT.

       MOD8B-BUSCAR-EVO.
            IF WS-Evo-Codigo(WS-Ie) = WS-Renglon-Codigo THEN
               MOVE WS-Ie TO WS-Evo-Pos
            END-IF.
       FIN-MD8B.
            EXIT.

      * Evolucion: por departamento, un renglon por corte en que
      * aparece, del censo mas viejo al maestro actual.
       MOD9-EVOLUCION.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE "===== EVOLUCION POR DEPARTAMENTO ====="
               TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD9B-EVO-DEPTO THRU FIN-MD9B
               VARYING WS-Ie FROM 1 BY 1
               UNTIL WS-Ie > WS-Cant-Evo.
       FIN-MD9.
            EXIT.

       MOD9B-EVO-DEPTO.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Evo-Codigo(WS-Ie) TO WS-Linea-Reporte(1:10)
            MOVE "Corte" TO WS-Linea-Reporte(12:5)
            MOVE "Ciud" TO WS-Linea-Reporte(19:4)
            MOVE "Gini" TO WS-Linea-Reporte(26:4)
            MOVE "Primacia" TO WS-Linea-Reporte(32:8)
            MOVE "%Capital" TO WS-Linea-Reporte(40:8)
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD9C-EVO-CORTE THRU FIN-MD9C
               VARYING WS-Corte FROM 1 BY 1
               UNTIL WS-Corte > WS-Cant-Cortes.
       FIN-MD9B.
            EXIT.

       MOD9C-EVO-CORTE.
            IF WS-Evo-Presente(WS-Ie, WS-Corte) NOT = 'S' THEN
               GO TO FIN-MD9C
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Corte-Etiqueta(WS-Corte) TO WS-Linea-Reporte(12:6)
            MOVE WS-Evo-Cantidad(WS-Ie, WS-Corte) TO WS-Cantidad-Mask
            MOVE WS-Cantidad-Mask TO WS-Linea-Reporte(19:4)
            MOVE WS-Evo-Gini(WS-Ie, WS-Corte) TO WS-Gini-Mask
            MOVE WS-Gini-Mask TO WS-Linea-Reporte(24:6)
            IF WS-Evo-Prim-Valida(WS-Ie, WS-Corte) = 'S' THEN
               MOVE WS-Evo-Primacia(WS-Ie, WS-Corte)
                  TO WS-Primacia-Mask
               MOVE WS-Primacia-Mask TO WS-Linea-Reporte(31:9)
            ELSE
               MOVE "n/a" TO WS-Linea-Reporte(37:3)
            END-IF
            IF WS-Evo-Cap-Valida(WS-Ie, WS-Corte) = 'S' THEN
               MOVE WS-Evo-Capital(WS-Ie, WS-Corte) TO WS-Capital-Mask
               MOVE WS-Capital-Mask TO WS-Linea-Reporte(41:6)
               MOVE "%" TO WS-Linea-Reporte(47:1)
            ELSE
               MOVE "n/a" TO WS-Linea-Reporte(44:3)
            END-IF
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD9C.
            EXIT.

       MOD10-ESCRIBIR.
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD10.
            EXIT.

      * Toma el bloqueo compartido del maestro via BloqueoMaestro:
      * el reporte solo lee. Si otro programa lo tiene en
      * exclusivo, reintenta y al desistir termina sin tocar nada.
       MOD11-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "ConcentracionPoblacion" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD11.
            EXIT.

       MOD12-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD12.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD13-ARCHIVAR-REPORTE.
            MOVE "CONCENTRA" TO ARC-Tipo
            MOVE "ConcentracionPoblacion" TO ARC-Programa
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
       FIN-MD13.
            EXIT.
       END PROGRAM ConcentracionPoblacion.
