      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiramideDemografica.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Imprime la piramide de poblacion en texto, la razon
            de dependencia y la razon de masculinidad de cada ciudad
            con datos en el archivo demografico que carga
            CargarDemografia, para el anio de censo que indica
            DEMOGRAFIA_ANIO (o que se pide por pantalla). Despues
            repite lo mismo agregado por municipio (los 6 primeros
            caracteres del CodigoINE, con los nombres de
            MUNICIPIOS.DAT), por departamento y para el total del
            pais. El departamento de cada ciudad es el de la foto
            del historial de ese anio y, si no hay foto, el del
            maestro. Razon de dependencia = (0-14 + 65 y mas) * 100
            / (15-64), con sus componentes juvenil y de vejez; razon
            de masculinidad = hombres por cada 100 mujeres. Codigos
            de retorno: 1 anio invalido o error de archivo, 3
            maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Archivo demografico que carga CargarDemografia; se recorre
      * en orden de CodigoINE. La ruta se toma de
      * CIUDADES_DEMOGRAFIA_DD.
       SELECT ArchivoDemografia ASSIGN TO WS-Ruta-Demografia
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DM-Clave
         FILE STATUS IS WS-Estado-Demografia.

      * El maestro se toma de CIUDADES_DD; solo se lee por clave.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Historial de censos, para el nombre y departamento de la
      * ciudad en ese anio. La ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Referencia de municipios, para los titulos del agregado por
      * municipio. La ruta se toma de MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Reporte de piramides. La ruta se toma de
      * CIUDADES_PIRAMIDE_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
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

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
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
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Municipios-Abierto     PIC X          VALUE 'N'.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_PIRAMIDE_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Anio-Texto             PIC X(4)       VALUE SPACES.
       01 WS-Fin-Demografia         PIC X          VALUE 'N'.
       01 WS-Nombre-Ciudad          PIC X(23)      VALUE SPACES.
       01 WS-Departamento-Ciudad    PIC X(10)      VALUE SPACES.
       01 WS-Ciudades-Leidas        PIC 9(5)       VALUE 0.
       01 WS-Contador-Mask          PIC ZZ,ZZ9.
       01 WS-G                      PIC 9(2)       VALUE 0.
      * Piramide en curso de impresion: la de una ciudad o la de un
      * agregado. Los grupos van de 1 (0-4) a 17 (80 y mas).
       01 WS-Piramide.
          02 WS-Pir-Titulo          PIC X(100).
          02 WS-Pir-Ciudades        PIC 9(5).
          02 WS-Pir-Grupos.
             03 WS-Pir-Grupo OCCURS 17 TIMES.
                04 WS-Pir-Hombres   PIC 9(9).
                04 WS-Pir-Mujeres   PIC 9(9).
      * Acumulados por municipio (CodigoINE(1:6)), en el orden en
      * que aparecen, que es el del CodigoINE.
       01 WS-Cant-Municipios        PIC 9(4)       VALUE 0.
       01 WS-Max-Municipios         PIC 9(4)       VALUE 600.
       01 WS-Im                     PIC 9(4)       VALUE 0.
       01 WS-Mun-Pos                PIC 9(4)       VALUE 0.
       01 WS-Municipios-Omitidos    PIC 9(5)       VALUE 0.
       01 WS-Tabla-Municipios.
          02 WS-Mun-Entrada OCCURS 600 TIMES.
             03 WS-Mun-Clave        PIC X(6).
             03 WS-Mun-Ciudades     PIC 9(5).
             03 WS-Mun-Grupos.
                04 WS-Mun-Grupo OCCURS 17 TIMES.
                   05 WS-Mun-Hombres PIC 9(9).
                   05 WS-Mun-Mujeres PIC 9(9).
      * Acumulados por departamento.
       01 WS-Cant-Departamentos     PIC 9(2)       VALUE 0.
       01 WS-Max-Departamentos      PIC 9(2)       VALUE 30.
       01 WS-Id                     PIC 9(2)       VALUE 0.
       01 WS-Dep-Pos                PIC 9(2)       VALUE 0.
       01 WS-Departamentos-Omitidos PIC 9(5)       VALUE 0.
       01 WS-Tabla-Departamentos.
          02 WS-Dep-Entrada OCCURS 30 TIMES.
             03 WS-Dep-Codigo       PIC X(10).
             03 WS-Dep-Ciudades     PIC 9(5).
             03 WS-Dep-Grupos.
                04 WS-Dep-Grupo OCCURS 17 TIMES.
                   05 WS-Dep-Hombres PIC 9(9).
                   05 WS-Dep-Mujeres PIC 9(9).
      * Total del pais.
       01 WS-Total-Pais.
          02 WS-Tot-Ciudades        PIC 9(5).
          02 WS-Tot-Grupos.
             03 WS-Tot-Grupo OCCURS 17 TIMES.
                04 WS-Tot-Hombres   PIC 9(9).
                04 WS-Tot-Mujeres   PIC 9(9).
      * Campos de dibujo de la piramide.
       01 WS-Maximo-Grupo           PIC 9(9)       VALUE 0.
       01 WS-Ancho-Barra            PIC 9(2)       VALUE 25.
       01 WS-Largo                  PIC 9(2)       VALUE 0.
       01 WS-Inicio                 PIC 9(2)       VALUE 0.
       01 WS-Barra-Hombres          PIC X(25)      VALUE SPACES.
       01 WS-Barra-Mujeres          PIC X(25)      VALUE SPACES.
       01 WS-Etiqueta               PIC X(5)       VALUE SPACES.
       01 WS-Edad-Desde             PIC 9(2)       VALUE 0.
       01 WS-Edad-Hasta             PIC 9(2)       VALUE 0.
       01 WS-Edad-Mask              PIC Z9.
       01 WS-Cifra-Hombres-Mask     PIC ZZZ,ZZZ,ZZ9.
       01 WS-Cifra-Mujeres-Mask     PIC ZZZ,ZZZ,ZZ9.
      * Totales y razones de la piramide en curso.
       01 WS-Suma-Hombres           PIC 9(10)      VALUE 0.
       01 WS-Suma-Mujeres           PIC 9(10)      VALUE 0.
       01 WS-Suma-Jovenes           PIC 9(10)      VALUE 0.
       01 WS-Suma-Activos           PIC 9(10)      VALUE 0.
       01 WS-Suma-Mayores           PIC 9(10)      VALUE 0.
       01 WS-Suma-Total             PIC 9(10)      VALUE 0.
       01 WS-Suma-Mask              PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-Numerador              PIC 9(10)      VALUE 0.
       01 WS-Denominador            PIC 9(10)      VALUE 0.
       01 WS-Razon                  PIC 9(7)V99    VALUE 0.
       01 WS-Razon-Mask             PIC Z,ZZZ,ZZ9.99.
       01 WS-Razon-Texto            PIC X(12)      VALUE SPACES.
       01 WS-Razon-Dependencia      PIC X(12)      VALUE SPACES.
       01 WS-Razon-Juvenil          PIC X(12)      VALUE SPACES.
       01 WS-Razon-Vejez            PIC X(12)      VALUE SPACES.
       01 WS-Razon-Masculinidad     PIC X(12)      VALUE SPACES.
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
            PERFORM MOD2-LEER-DEMOGRAFIA THRU FIN-MD2
               UNTIL WS-Fin-Demografia = 'S'
            IF WS-Ciudades-Leidas = 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "No hay datos demograficos cargados para el "
                  DELIMITED BY SIZE
                  "anio " DELIMITED BY SIZE
                  WS-Anio-Texto DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            ELSE
               PERFORM MOD6-MUNICIPIOS THRU FIN-MD6
               PERFORM MOD7-DEPARTAMENTOS THRU FIN-MD7
               PERFORM MOD8-TOTAL-PAIS THRU FIN-MD8
            END-IF
            CLOSE ArchivoDemografia
            CLOSE ArchivoCiudades
            IF WS-Historial-Abierto = 'S' THEN
               CLOSE ArchivoHistorialCenso
            END-IF
            IF WS-Municipios-Abierto = 'S' THEN
               CLOSE ArchivoMunicipios
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD15-ARCHIVAR-REPORTE THRU FIN-MD15
            PERFORM MOD14-SOLTAR-BLOQUEO THRU FIN-MD14
            DISPLAY "Piramides del anio " WS-Anio-Texto ": "
               WS-Ciudades-Leidas " ciudades, "
               WS-Cant-Municipios " municipios, "
               WS-Cant-Departamentos " departamentos. Reporte en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            STOP RUN.

       MOD1-INICIALIZACION.
            ACCEPT WS-Anio-Texto FROM ENVIRONMENT "DEMOGRAFIA_ANIO"
            IF WS-Anio-Texto = SPACES THEN
               DISPLAY "Anio de censo de las piramides (AAAA):"
               ACCEPT WS-Anio-Texto
            END-IF
            IF WS-Anio-Texto NOT NUMERIC THEN
               DISPLAY "El anio '" WS-Anio-Texto
                  "' no es numerico, no se puede continuar."
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD13-TOMAR-BLOQUEO THRU FIN-MD13
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
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
            ACCEPT WS-Env-Ruta-Municipios FROM ENVIRONMENT
               "MUNICIPIOS_DD"
            IF WS-Env-Ruta-Municipios NOT = SPACES THEN
               MOVE WS-Env-Ruta-Municipios TO WS-Ruta-Municipios
            END-IF
            MOVE "MUNICIPIOS" TO PRF-Nombre
            MOVE WS-Ruta-Municipios TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Municipios
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_PIRAMIDE_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "PIRAMIDE_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN INPUT ArchivoDemografia
            IF WS-Estado-Demografia NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoDemografia, estado "
                  WS-Estado-Demografia
               PERFORM MOD14-SOLTAR-BLOQUEO THRU FIN-MD14
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               CLOSE ArchivoDemografia
               PERFORM MOD14-SOLTAR-BLOQUEO THRU FIN-MD14
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoDemografia
               CLOSE ArchivoCiudades
               PERFORM MOD14-SOLTAR-BLOQUEO THRU FIN-MD14
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
      * Historial y municipios son complemento: sin ellos se usa el
      * maestro y el titulo del municipio queda solo con su clave.
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial = "00" THEN
               MOVE 'S' TO WS-Historial-Abierto
            END-IF
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios = "00" THEN
               MOVE 'S' TO WS-Municipios-Abierto
            END-IF
            INITIALIZE WS-Total-Pais
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Piramides de poblacion - censo " DELIMITED BY SIZE
               WS-Anio-Texto DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE "===== POR CIUDAD =====" TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12.

      * Cada registro del anio pedido es una ciudad: se imprime su
      * piramide y se suma a su municipio, su departamento y al pais.
       MOD2-LEER-DEMOGRAFIA.
            READ ArchivoDemografia NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Demografia
                  GO TO FIN-MD2
            END-READ
            IF DM-AnioCenso NOT = WS-Anio-Texto THEN
               GO TO FIN-MD2
            END-IF
            ADD 1 TO WS-Ciudades-Leidas
            PERFORM MOD3-CIUDAD THRU FIN-MD3.
       FIN-MD2.
            EXIT.

       MOD3-CIUDAD.
            MOVE "(no esta en el maestro)" TO WS-Nombre-Ciudad
            MOVE "SIN-DEPTO" TO WS-Departamento-Ciudad
            MOVE DM-CodigoINE TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NombreCiudad TO WS-Nombre-Ciudad
                  MOVE Departamento TO WS-Departamento-Ciudad
            END-READ
            IF WS-Historial-Abierto = 'S' THEN
               MOVE DM-Clave TO HC-Clave
               READ ArchivoHistorialCenso
                  KEY IS HC-Clave
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE HC-NombreCiudad TO WS-Nombre-Ciudad
                     MOVE HC-Departamento TO WS-Departamento-Ciudad
               END-READ
            END-IF
            PERFORM MOD4-UBICAR-MUNICIPIO THRU FIN-MD4
            PERFORM MOD5-UBICAR-DEPARTAMENTO THRU FIN-MD5
            ADD 1 TO WS-Tot-Ciudades
            INITIALIZE WS-Piramide
            MOVE 1 TO WS-Pir-Ciudades
            PERFORM MOD3B-PASAR-GRUPO THRU FIN-MD3B
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 17
            STRING "Ciudad " DELIMITED BY SIZE
               DM-CodigoINE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-Nombre-Ciudad DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-Departamento-Ciudad DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-Pir-Titulo
            END-STRING
            PERFORM MOD10-IMPRIMIR-PIRAMIDE THRU FIN-MD10.
       FIN-MD3.
            EXIT.

       MOD3B-PASAR-GRUPO.
            MOVE DM-Hombres(WS-G) TO WS-Pir-Hombres(WS-G)
            MOVE DM-Mujeres(WS-G) TO WS-Pir-Mujeres(WS-G)
            ADD DM-Hombres(WS-G) TO WS-Tot-Hombres(WS-G)
            ADD DM-Mujeres(WS-G) TO WS-Tot-Mujeres(WS-G)
            IF WS-Mun-Pos > 0 THEN
               ADD DM-Hombres(WS-G) TO WS-Mun-Hombres(WS-Mun-Pos, WS-G)
               ADD DM-Mujeres(WS-G) TO WS-Mun-Mujeres(WS-Mun-Pos, WS-G)
            END-IF
            IF WS-Dep-Pos > 0 THEN
               ADD DM-Hombres(WS-G) TO WS-Dep-Hombres(WS-Dep-Pos, WS-G)
               ADD DM-Mujeres(WS-G) TO WS-Dep-Mujeres(WS-Dep-Pos, WS-G)
            END-IF.
       FIN-MD3B.
            EXIT.

      * Deja en WS-Mun-Pos la entrada del municipio de la ciudad,
      * creandola si es la primera; 0 si la tabla esta llena.
       MOD4-UBICAR-MUNICIPIO.
            MOVE 0 TO WS-Mun-Pos
            PERFORM MOD4B-BUSCAR-MUNICIPIO THRU FIN-MD4B
               VARYING WS-Im FROM 1 BY 1
               UNTIL WS-Im > WS-Cant-Municipios OR WS-Mun-Pos > 0
            IF WS-Mun-Pos = 0 THEN
               IF WS-Cant-Municipios >= WS-Max-Municipios THEN
                  ADD 1 TO WS-Municipios-Omitidos
                  GO TO FIN-MD4
               END-IF
               ADD 1 TO WS-Cant-Municipios
               MOVE WS-Cant-Municipios TO WS-Mun-Pos
               INITIALIZE WS-Mun-Entrada(WS-Mun-Pos)
               MOVE DM-CodigoINE(1:6) TO WS-Mun-Clave(WS-Mun-Pos)
            END-IF
            ADD 1 TO WS-Mun-Ciudades(WS-Mun-Pos).
       FIN-MD4.
            EXIT.

       MOD4B-BUSCAR-MUNICIPIO.
            IF WS-Mun-Clave(WS-Im) = DM-CodigoINE(1:6) THEN
               MOVE WS-Im TO WS-Mun-Pos
            END-IF.
       FIN-MD4B.
            EXIT.

       MOD5-UBICAR-DEPARTAMENTO.
            MOVE 0 TO WS-Dep-Pos
            PERFORM MOD5B-BUSCAR-DEPARTAMENTO THRU FIN-MD5B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Departamentos OR WS-Dep-Pos > 0
            IF WS-Dep-Pos = 0 THEN
               IF WS-Cant-Departamentos >= WS-Max-Departamentos THEN
                  ADD 1 TO WS-Departamentos-Omitidos
                  GO TO FIN-MD5
               END-IF
               ADD 1 TO WS-Cant-Departamentos
               MOVE WS-Cant-Departamentos TO WS-Dep-Pos
               INITIALIZE WS-Dep-Entrada(WS-Dep-Pos)
               MOVE WS-Departamento-Ciudad
                  TO WS-Dep-Codigo(WS-Dep-Pos)
            END-IF
            ADD 1 TO WS-Dep-Ciudades(WS-Dep-Pos).
       FIN-MD5.
            EXIT.

       MOD5B-BUSCAR-DEPARTAMENTO.
            IF WS-Dep-Codigo(WS-Id) = WS-Departamento-Ciudad THEN
               MOVE WS-Id TO WS-Dep-Pos
            END-IF.
       FIN-MD5B.
            EXIT.

       MOD6-MUNICIPIOS.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE "===== POR MUNICIPIO =====" TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            IF WS-Municipios-Abierto NOT = 'S' THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: MUNICIPIOS.DAT no disponible (estado "
                  DELIMITED BY SIZE
                  WS-Estado-Municipios DELIMITED BY SIZE
                  "), los municipios van solo con su clave"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            END-IF
            IF WS-Municipios-Omitidos > 0 THEN
               MOVE WS-Municipios-Omitidos TO WS-Contador-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: tabla de municipios llena, "
                  DELIMITED BY SIZE
                  WS-Contador-Mask DELIMITED BY SIZE
                  " ciudades quedaron fuera del agregado"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            END-IF
            PERFORM MOD6B-MUNICIPIO THRU FIN-MD6B
               VARYING WS-Im FROM 1 BY 1
               UNTIL WS-Im > WS-Cant-Municipios.
       FIN-MD6.
            EXIT.

       MOD6B-MUNICIPIO.
            INITIALIZE WS-Piramide
            MOVE WS-Mun-Ciudades(WS-Im) TO WS-Pir-Ciudades
            MOVE WS-Mun-Grupos(WS-Im) TO WS-Pir-Grupos
            MOVE SPACES TO MUN-NombreMunicipio
            MOVE SPACES TO MUN-NombreProvincia
            IF WS-Municipios-Abierto = 'S' THEN
               MOVE WS-Mun-Clave(WS-Im) TO MUN-Clave
               READ ArchivoMunicipios
                  KEY IS MUN-Clave
                  INVALID KEY
                     MOVE "(sin referencia)" TO MUN-NombreMunicipio
               END-READ
            END-IF
            STRING "Municipio " DELIMITED BY SIZE
               WS-Mun-Clave(WS-Im) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MUN-NombreMunicipio DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               MUN-NombreProvincia DELIMITED BY "  "
               INTO WS-Pir-Titulo
            END-STRING
            PERFORM MOD10-IMPRIMIR-PIRAMIDE THRU FIN-MD10.
       FIN-MD6B.
            EXIT.

       MOD7-DEPARTAMENTOS.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE "===== POR DEPARTAMENTO =====" TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            IF WS-Departamentos-Omitidos > 0 THEN
               MOVE WS-Departamentos-Omitidos TO WS-Contador-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: tabla de departamentos llena, "
                  DELIMITED BY SIZE
                  WS-Contador-Mask DELIMITED BY SIZE
                  " ciudades quedaron fuera del agregado"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            END-IF
            PERFORM MOD7B-DEPARTAMENTO THRU FIN-MD7B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Departamentos.
       FIN-MD7.
            EXIT.

       MOD7B-DEPARTAMENTO.
            INITIALIZE WS-Piramide
            MOVE WS-Dep-Ciudades(WS-Id) TO WS-Pir-Ciudades
            MOVE WS-Dep-Grupos(WS-Id) TO WS-Pir-Grupos
            STRING "Departamento " DELIMITED BY SIZE
               WS-Dep-Codigo(WS-Id) DELIMITED BY SPACE
               INTO WS-Pir-Titulo
            END-STRING
            PERFORM MOD10-IMPRIMIR-PIRAMIDE THRU FIN-MD10.
       FIN-MD7B.
            EXIT.

       MOD8-TOTAL-PAIS.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE "===== TOTAL PAIS =====" TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            INITIALIZE WS-Piramide
            MOVE WS-Tot-Ciudades TO WS-Pir-Ciudades
            MOVE WS-Tot-Grupos TO WS-Pir-Grupos
            MOVE "Total de las ciudades con datos" TO WS-Pir-Titulo
            PERFORM MOD10-IMPRIMIR-PIRAMIDE THRU FIN-MD10.
       FIN-MD8.
            EXIT.

      * Imprime WS-Piramide: titulo, un renglon por grupo del mas
      * viejo al mas joven (hombres a la izquierda, mujeres a la
      * derecha, barras a escala del grupo mas numeroso), totales y
      * razones.
       MOD10-IMPRIMIR-PIRAMIDE.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE WS-Pir-Ciudades TO WS-Contador-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING WS-Pir-Titulo DELIMITED BY "   "
               " - ciudades:" DELIMITED BY SIZE
               WS-Contador-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE SPACES TO WS-Linea-Reporte
            STRING "    Hombres " DELIMITED BY SIZE
               "                          Edad  " DELIMITED BY SIZE
               "                           Mujeres" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE 0 TO WS-Maximo-Grupo
            MOVE 0 TO WS-Suma-Hombres
            MOVE 0 TO WS-Suma-Mujeres
            MOVE 0 TO WS-Suma-Jovenes
            MOVE 0 TO WS-Suma-Activos
            MOVE 0 TO WS-Suma-Mayores
            PERFORM MOD10B-SUMAR-GRUPO THRU FIN-MD10B
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 17
            PERFORM MOD10C-RENGLON-GRUPO THRU FIN-MD10C
               VARYING WS-G FROM 17 BY -1 UNTIL WS-G < 1
            COMPUTE WS-Suma-Total = WS-Suma-Hombres + WS-Suma-Mujeres
            MOVE WS-Suma-Jovenes TO WS-Numerador
            ADD WS-Suma-Mayores TO WS-Numerador
            MOVE WS-Suma-Activos TO WS-Denominador
            PERFORM MOD11-RAZON THRU FIN-MD11
            MOVE WS-Razon-Texto TO WS-Razon-Dependencia
            MOVE WS-Suma-Jovenes TO WS-Numerador
            PERFORM MOD11-RAZON THRU FIN-MD11
            MOVE WS-Razon-Texto TO WS-Razon-Juvenil
            MOVE WS-Suma-Mayores TO WS-Numerador
            PERFORM MOD11-RAZON THRU FIN-MD11
            MOVE WS-Razon-Texto TO WS-Razon-Vejez
            MOVE WS-Suma-Hombres TO WS-Numerador
            MOVE WS-Suma-Mujeres TO WS-Denominador
            PERFORM MOD11-RAZON THRU FIN-MD11
            MOVE WS-Razon-Texto TO WS-Razon-Masculinidad
            MOVE WS-Suma-Hombres TO WS-Cifra-Hombres-Mask
            MOVE WS-Suma-Mujeres TO WS-Cifra-Mujeres-Mask
            MOVE WS-Suma-Total TO WS-Suma-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Hombres" DELIMITED BY SIZE
               WS-Cifra-Hombres-Mask DELIMITED BY SIZE
               "   Mujeres" DELIMITED BY SIZE
               WS-Cifra-Mujeres-Mask DELIMITED BY SIZE
               "   Total" DELIMITED BY SIZE
               WS-Suma-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Razon de dependencia" DELIMITED BY SIZE
               WS-Razon-Dependencia DELIMITED BY SIZE
               "  (juvenil" DELIMITED BY SIZE
               WS-Razon-Juvenil DELIMITED BY SIZE
               ", vejez" DELIMITED BY SIZE
               WS-Razon-Vejez DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Razon de masculinidad" DELIMITED BY SIZE
               WS-Razon-Masculinidad DELIMITED BY SIZE
               " hombres por cada 100 mujeres" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12.
       FIN-MD10.
            EXIT.

      * Grupos 1-3 = 0 a 14 anios, 4-13 = 15 a 64, 14-17 = 65 y mas.
       MOD10B-SUMAR-GRUPO.
            ADD WS-Pir-Hombres(WS-G) TO WS-Suma-Hombres
            ADD WS-Pir-Mujeres(WS-G) TO WS-Suma-Mujeres
            EVALUATE TRUE
               WHEN WS-G < 4
                  ADD WS-Pir-Hombres(WS-G) WS-Pir-Mujeres(WS-G)
                     TO WS-Suma-Jovenes
               WHEN WS-G < 14
                  ADD WS-Pir-Hombres(WS-G) WS-Pir-Mujeres(WS-G)
                     TO WS-Suma-Activos
               WHEN OTHER
                  ADD WS-Pir-Hombres(WS-G) WS-Pir-Mujeres(WS-G)
                     TO WS-Suma-Mayores
            END-EVALUATE
            IF WS-Pir-Hombres(WS-G) > WS-Maximo-Grupo THEN
               MOVE WS-Pir-Hombres(WS-G) TO WS-Maximo-Grupo
            END-IF
            IF WS-Pir-Mujeres(WS-G) > WS-Maximo-Grupo THEN
               MOVE WS-Pir-Mujeres(WS-G) TO WS-Maximo-Grupo
            END-IF.
       FIN-MD10B.
            EXIT.

      * Barra de hombres alineada a la derecha, de mujeres a la
      * izquierda; un grupo con gente tiene al menos un asterisco.
       MOD10C-RENGLON-GRUPO.
            IF WS-G = 17 THEN
               MOVE "80+  " TO WS-Etiqueta
            ELSE
               COMPUTE WS-Edad-Desde = (WS-G - 1) * 5
               COMPUTE WS-Edad-Hasta = WS-Edad-Desde + 4
               MOVE SPACES TO WS-Etiqueta
               MOVE WS-Edad-Desde TO WS-Edad-Mask
               MOVE WS-Edad-Mask TO WS-Etiqueta(1:2)
               MOVE "-" TO WS-Etiqueta(3:1)
               MOVE WS-Edad-Hasta TO WS-Edad-Mask
               MOVE WS-Edad-Mask TO WS-Etiqueta(4:2)
            END-IF
            MOVE SPACES TO WS-Barra-Hombres
            MOVE SPACES TO WS-Barra-Mujeres
            MOVE 0 TO WS-Largo
            IF WS-Maximo-Grupo > 0 THEN
               COMPUTE WS-Largo ROUNDED = WS-Pir-Hombres(WS-G)
                  * WS-Ancho-Barra / WS-Maximo-Grupo
            END-IF
            IF WS-Largo = 0 AND WS-Pir-Hombres(WS-G) > 0 THEN
               MOVE 1 TO WS-Largo
            END-IF
            IF WS-Largo > 0 THEN
               COMPUTE WS-Inicio = WS-Ancho-Barra - WS-Largo + 1
               MOVE ALL "*" TO WS-Barra-Hombres(WS-Inicio:WS-Largo)
            END-IF
            MOVE 0 TO WS-Largo
            IF WS-Maximo-Grupo > 0 THEN
               COMPUTE WS-Largo ROUNDED = WS-Pir-Mujeres(WS-G)
                  * WS-Ancho-Barra / WS-Maximo-Grupo
            END-IF
            IF WS-Largo = 0 AND WS-Pir-Mujeres(WS-G) > 0 THEN
               MOVE 1 TO WS-Largo
            END-IF
            IF WS-Largo > 0 THEN
               MOVE ALL "*" TO WS-Barra-Mujeres(1:WS-Largo)
            END-IF
            MOVE WS-Pir-Hombres(WS-G) TO WS-Cifra-Hombres-Mask
            MOVE WS-Pir-Mujeres(WS-G) TO WS-Cifra-Mujeres-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING WS-Cifra-Hombres-Mask DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Barra-Hombres DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Etiqueta DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Barra-Mujeres DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Cifra-Mujeres-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD12-ESCRIBIR THRU FIN-MD12.
       FIN-MD10C.
            EXIT.

      * WS-Numerador * 100 / WS-Denominador en WS-Razon-Texto, o
      * "n/a" si el denominador es cero.
       MOD11-RAZON.
            IF WS-Denominador = 0 THEN
               MOVE "         n/a" TO WS-Razon-Texto
               GO TO FIN-MD11
            END-IF
            COMPUTE WS-Razon ROUNDED =
               WS-Numerador * 100 / WS-Denominador
            MOVE WS-Razon TO WS-Razon-Mask
            MOVE WS-Razon-Mask TO WS-Razon-Texto.
       FIN-MD11.
            EXIT.

       MOD12-ESCRIBIR.
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD12.
            EXIT.

      * Toma el bloqueo compartido del maestro via BloqueoMaestro:
      * el reporte solo lee. Si otro programa lo tiene en
      * exclusivo, reintenta y al desistir termina sin tocar nada.
       MOD13-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "PiramideDemografica" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD13.
            EXIT.

       MOD14-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD14.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD15-ARCHIVAR-REPORTE.
            MOVE "PIRAMIDE" TO ARC-Tipo
            MOVE "PiramideDemografica" TO ARC-Programa
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
       FIN-MD15.
            EXIT.
       END PROGRAM PiramideDemografica.
