      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DensidadPoblacion.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Reporte de densidad de poblacion (habitantes por km2)
            por municipio, provincia, departamento y DEP-Region,
            para cada anio de censo del historial (de menor a
            mayor) y para el maestro actual. La poblacion de un
            municipio es la suma de sus ciudades (los 6 primeros
            caracteres del CodigoINE, como en PiramideDemografica);
            la superficie sale del registro que carga
            MantenimientoSuperficies y la provincia, el
            departamento y la region de MUNICIPIOS.DAT y
            DEPARTAMENTOS.DAT. Cada municipio se clasifica en una
            banda de densidad: DISPERSA menos de 5 hab/km2, BAJA
            de 5 a menos de 25, MEDIA de 25 a menos de 100, ALTA de
            100 a menos de 500 y DENSA de 500 en adelante. Los
            municipios sin superficie no entran en la densidad de
            los totales y se informan aparte, igual que las
            ciudades cuyo municipio no esta en la referencia. Al
            final se listan, para cada par de cortes seguidos, los
            10 municipios con el mayor cambio de densidad. Codigos
            de retorno: 1 error de archivo, 3 maestro en uso.

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
      * anios y otra para sumar las fotos de todos los anios. La
      * ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Referencia de municipios, en orden de clave para los cortes
      * por provincia y departamento. La ruta se toma de
      * MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Registro de superficies municipales; la ruta se toma de
      * SUPERFICIES_DD.
       SELECT ArchivoSuperficies ASSIGN TO WS-Ruta-Superficies
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SUP-Clave
         FILE STATUS IS WS-Estado-Superficies.

      * Referencia de departamentos, para la region. Si falta la
      * region queda como SIN REGION. La ruta se toma de
      * DEPARTAMENTOS_DD.
       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Departamentos
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Departamentos.

      * Reporte de densidad. La ruta se toma de
      * CIUDADES_DENSIDAD_REPORTE_DD.
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

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       FD ArchivoSuperficies.
       01 DetallesSuperficie.
          02 SUP-Clave.
             03 SUP-CodDepartamento PIC X(2).
             03 SUP-CodProvincia    PIC X(2).
             03 SUP-CodMunicipio    PIC X(2).
          02 SUP-AreaKm2           PIC 9(6)V99.
          02 SUP-Fuente            PIC X(30).
          02 SUP-FechaDato         PIC X(8).
          02 SUP-Operador          PIC X(20).
          02 SUP-FechaHora         PIC X(21).

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

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
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Ruta-Superficies       PIC X(100)
               VALUE "/home/gary/SUPERFICIES.DAT".
       01 WS-Env-Ruta-Superficies   PIC X(100)     VALUE SPACES.
       01 WS-Estado-Superficies     PIC XX         VALUE "00".
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
       01 WS-Env-Ruta-Departamentos PIC X(100)     VALUE SPACES.
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Departamentos-Abierto  PIC X          VALUE 'N'.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_DENSIDAD_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Fin-Archivo            PIC X          VALUE 'N'.
      * Bandas de densidad (hab/km2): limite superior, sin incluir,
      * de cada banda; la ultima no tiene limite.
       01 WS-Cant-Bandas            PIC 9          VALUE 5.
       01 WS-Tabla-Bandas.
          02 WS-Banda OCCURS 5 TIMES.
             03 WS-Banda-Nombre     PIC X(10).
             03 WS-Banda-Limite     PIC 9(5)V99.
             03 WS-Banda-Cantidad   PIC 9(4).
             03 WS-Banda-Poblacion  PIC 9(9).
       01 WS-Ib                     PIC 9          VALUE 0.
       01 WS-Banda-Hallada          PIC X          VALUE 'N'.
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
       01 WS-Corte-Previo           PIC 9(2)       VALUE 0.
       01 WS-Tabla-Cortes.
          02 WS-Corte-Entrada OCCURS 50 TIMES.
             03 WS-Corte-Etiqueta   PIC X(6).
      * Ciudades cuyo municipio no esta en la referencia.
             03 WS-Corte-Sin-Mun    PIC 9(5).
             03 WS-Corte-Sin-Mun-Pob PIC 9(9).
      * Municipios de la referencia, en orden de clave, con su
      * superficie y la poblacion de cada corte.
       01 WS-Cant-Municipios        PIC 9(4)       VALUE 0.
       01 WS-Max-Municipios         PIC 9(4)       VALUE 600.
       01 WS-Municipios-Omitidos    PIC 9(5)       VALUE 0.
       01 WS-Municipios-Sin-Area    PIC 9(4)       VALUE 0.
       01 WS-Tabla-Municipios.
          02 WS-Mun-Entrada OCCURS 600 TIMES.
             03 WS-Mun-Clave        PIC X(6).
             03 WS-Mun-Nombre       PIC X(25).
             03 WS-Mun-Provincia    PIC X(25).
             03 WS-Mun-Departamento PIC X(10).
             03 WS-Mun-Region       PIC X(15).
             03 WS-Mun-Area         PIC 9(6)V99.
             03 WS-Mun-Tiene-Area   PIC X.
             03 WS-Mun-Poblacion OCCURS 50 TIMES PIC 9(8).
       01 WS-Im                     PIC 9(4)       VALUE 0.
       01 WS-Clave-Buscada          PIC X(6)       VALUE SPACES.
       01 WS-Mun-Hallado            PIC X          VALUE 'N'.
      * Regiones del corte en curso.
       01 WS-Cant-Regiones          PIC 9(2)       VALUE 0.
       01 WS-Tabla-Regiones.
          02 WS-Reg-Entrada OCCURS 30 TIMES.
             03 WS-Reg-Nombre       PIC X(15).
             03 WS-Reg-Area         PIC 9(8)V99.
             03 WS-Reg-Poblacion    PIC 9(9).
             03 WS-Reg-Sin-Cant     PIC 9(4).
             03 WS-Reg-Sin-Pob      PIC 9(9).
       01 WS-Ir                     PIC 9(2)       VALUE 0.
       01 WS-Reg-Hallada            PIC X          VALUE 'N'.
      * Acumulados de los cortes de control: provincia,
      * departamento y pais. Area y poblacion son solo de los
      * municipios con superficie; los demas van en Sin.
       01 WS-Prov-Clave             PIC X(4)       VALUE SPACES.
       01 WS-Prov-Nombre            PIC X(25)      VALUE SPACES.
       01 WS-Acum-Provincia.
          02 WS-Prov-Area           PIC 9(8)V99    VALUE 0.
          02 WS-Prov-Poblacion      PIC 9(9)       VALUE 0.
          02 WS-Prov-Sin-Cant       PIC 9(4)       VALUE 0.
          02 WS-Prov-Sin-Pob        PIC 9(9)       VALUE 0.
       01 WS-Dpto-Clave             PIC X(2)       VALUE SPACES.
       01 WS-Dpto-Nombre            PIC X(10)      VALUE SPACES.
       01 WS-Acum-Departamento.
          02 WS-Dpto-Area           PIC 9(8)V99    VALUE 0.
          02 WS-Dpto-Poblacion      PIC 9(9)       VALUE 0.
          02 WS-Dpto-Sin-Cant       PIC 9(4)       VALUE 0.
          02 WS-Dpto-Sin-Pob        PIC 9(9)       VALUE 0.
       01 WS-Acum-Pais.
          02 WS-Pais-Area           PIC 9(8)V99    VALUE 0.
          02 WS-Pais-Poblacion      PIC 9(9)       VALUE 0.
          02 WS-Pais-Sin-Cant       PIC 9(4)       VALUE 0.
          02 WS-Pais-Sin-Pob        PIC 9(9)       VALUE 0.
       01 WS-Sin-Poblacion          PIC 9(4)       VALUE 0.
      * Renglon de total en curso (provincia, departamento, region
      * o pais).
       01 WS-Tot-Titulo             PIC X(44)      VALUE SPACES.
       01 WS-Tot-Area               PIC 9(8)V99    VALUE 0.
       01 WS-Tot-Poblacion          PIC 9(9)       VALUE 0.
       01 WS-Tot-Sin-Cant           PIC 9(4)       VALUE 0.
       01 WS-Tot-Sin-Pob            PIC 9(9)       VALUE 0.
      * Densidad del municipio o total en curso y su banda.
       01 WS-Poblacion              PIC 9(9)       VALUE 0.
       01 WS-Area                   PIC 9(8)V99    VALUE 0.
       01 WS-Densidad               PIC 9(7)V99    VALUE 0.
       01 WS-Densidad-Previa        PIC 9(7)V99    VALUE 0.
       01 WS-Banda-Actual           PIC 9          VALUE 0.
       01 WS-Banda-Previa           PIC 9          VALUE 0.
      * Mayores cambios de densidad entre dos cortes seguidos.
       01 WS-Cambio                 PIC S9(7)V99   VALUE 0.
       01 WS-Cambio-Abs             PIC 9(7)V99    VALUE 0.
       01 WS-Porcentaje             PIC S9(5)V99   VALUE 0.
       01 WS-Cant-Top               PIC 9(2)       VALUE 0.
       01 WS-Max-Top                PIC 9(2)       VALUE 10.
       01 WS-It                     PIC 9(2)       VALUE 0.
       01 WS-Tabla-Top.
          02 WS-Top-Entrada OCCURS 10 TIMES.
             03 WS-Top-Municipio    PIC 9(4).
             03 WS-Top-Abs          PIC 9(7)V99.
             03 WS-Top-Cambio       PIC S9(7)V99.
             03 WS-Top-Antes        PIC 9(7)V99.
             03 WS-Top-Despues      PIC 9(7)V99.
             03 WS-Top-Banda-Antes  PIC 9.
             03 WS-Top-Banda-Despues PIC 9.
       01 WS-Top-Temporal.
          02 WS-Tmp-Municipio       PIC 9(4).
          02 WS-Tmp-Abs             PIC 9(7)V99.
          02 WS-Tmp-Cambio          PIC S9(7)V99.
          02 WS-Tmp-Antes           PIC 9(7)V99.
          02 WS-Tmp-Despues         PIC 9(7)V99.
          02 WS-Tmp-Banda-Antes     PIC 9.
          02 WS-Tmp-Banda-Despues   PIC 9.
       01 WS-Top-Ordenado           PIC X          VALUE 'N'.
      * Mascaras del renglon.
       01 WS-Area-Mask              PIC ZZ,ZZZ,ZZ9.99.
       01 WS-Poblacion-Mask         PIC ZZZ,ZZZ,ZZ9.
       01 WS-Densidad-Mask          PIC Z,ZZZ,ZZ9.99.
       01 WS-Densidad-Mask-2        PIC Z,ZZZ,ZZ9.99.
       01 WS-Cambio-Mask            PIC --,---,--9.99.
       01 WS-Porcentaje-Mask        PIC ---,--9.99.
       01 WS-Porcentaje-Texto       PIC X(10)      VALUE SPACES.
       01 WS-Banda-Texto            PIC X(25)      VALUE SPACES.
       01 WS-Cantidad-Mask          PIC ZZZ9.
       01 WS-Ciudades-Mask          PIC ZZ,ZZ9.
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
            PERFORM MOD2-CARGAR-MUNICIPIOS THRU FIN-MD2
            IF WS-Historial-Abierto = 'S' THEN
               PERFORM MOD3-BUSCAR-ANIOS THRU FIN-MD3
               PERFORM MOD4-SUMAR-HISTORIAL THRU FIN-MD4
               CLOSE ArchivoHistorialCenso
            END-IF
            PERFORM MOD5-SUMAR-MAESTRO THRU FIN-MD5
            PERFORM MOD7-CORTE THRU FIN-MD7
               VARYING WS-Corte FROM 1 BY 1
               UNTIL WS-Corte > WS-Cant-Cortes
            PERFORM MOD8-CAMBIOS THRU FIN-MD8
            CLOSE ArchivoCiudades
            CLOSE ArchivoReporte
            PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            DISPLAY "Densidad de poblacion: " WS-Cant-Municipios
               " municipios (" WS-Municipios-Sin-Area
               " sin superficie), " WS-Cant-Anios
               " anios de censo mas el maestro actual. Reporte en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD11-TOMAR-BLOQUEO THRU FIN-MD11
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE "DISPERSA" TO WS-Banda-Nombre(1)
            MOVE 5 TO WS-Banda-Limite(1)
            MOVE "BAJA" TO WS-Banda-Nombre(2)
            MOVE 25 TO WS-Banda-Limite(2)
            MOVE "MEDIA" TO WS-Banda-Nombre(3)
            MOVE 100 TO WS-Banda-Limite(3)
            MOVE "ALTA" TO WS-Banda-Nombre(4)
            MOVE 500 TO WS-Banda-Limite(4)
            MOVE "DENSA" TO WS-Banda-Nombre(5)
            MOVE 0 TO WS-Banda-Limite(5)
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
            ACCEPT WS-Env-Ruta-Superficies FROM ENVIRONMENT
               "SUPERFICIES_DD"
            IF WS-Env-Ruta-Superficies NOT = SPACES THEN
               MOVE WS-Env-Ruta-Superficies TO WS-Ruta-Superficies
            END-IF
            MOVE "SUPERFICIES" TO PRF-Nombre
            MOVE WS-Ruta-Superficies TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Superficies
            ACCEPT WS-Env-Ruta-Departamentos FROM ENVIRONMENT
               "DEPARTAMENTOS_DD"
            IF WS-Env-Ruta-Departamentos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Departamentos TO WS-Ruta-Departamentos
            END-IF
            MOVE "DEPARTAMENTOS" TO PRF-Nombre
            MOVE WS-Ruta-Departamentos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Departamentos
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_DENSIDAD_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "DENSIDAD_REPORTE" TO PRF-Nombre
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
      * Sin municipios o sin superficies no hay densidad que
      * calcular.
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoMunicipios, estado "
                  WS-Estado-Municipios
               CLOSE ArchivoCiudades
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ArchivoSuperficies
            IF WS-Estado-Superficies NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoSuperficies, estado "
                  WS-Estado-Superficies
                  ". Cargue las superficies con "
                  "MantenimientoSuperficies."
               CLOSE ArchivoCiudades
               CLOSE ArchivoMunicipios
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoCiudades
               CLOSE ArchivoMunicipios
               CLOSE ArchivoSuperficies
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Densidad de poblacion por municipio, provincia, "
               DELIMITED BY SIZE
               "departamento y region - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Bandas (hab/km2): DISPERSA < 5, BAJA < 25, "
               DELIMITED BY SIZE
               "MEDIA < 100, ALTA < 500, DENSA >= 500"
               DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
      * Historial y departamentos son complemento: sin historial
      * solo se informa el maestro actual y sin departamentos la
      * region queda como SIN REGION.
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
            OPEN INPUT ArchivoDepartamentos
            IF WS-Estado-Departamentos = "00" THEN
               MOVE 'S' TO WS-Departamentos-Abierto
            ELSE
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: departamentos no disponibles "
                  DELIMITED BY SIZE
                  "(estado " DELIMITED BY SIZE
                  WS-Estado-Departamentos DELIMITED BY SIZE
                  "), la region queda como SIN REGION"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.

      * Carga la referencia de municipios en orden de clave, con su
      * superficie y su region.
       MOD2-CARGAR-MUNICIPIOS.
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD2B-LEER-MUNICIPIO THRU FIN-MD2B
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoMunicipios
            CLOSE ArchivoSuperficies
            IF WS-Departamentos-Abierto = 'S' THEN
               CLOSE ArchivoDepartamentos
            END-IF
            IF WS-Municipios-Omitidos > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: mas de 600 municipios en la "
                  DELIMITED BY SIZE
                  "referencia, los de clave mayor no se informan"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.
       FIN-MD2.
            EXIT.

       MOD2B-LEER-MUNICIPIO.
            READ ArchivoMunicipios NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD2B
            END-READ
            IF WS-Cant-Municipios >= WS-Max-Municipios THEN
               ADD 1 TO WS-Municipios-Omitidos
               GO TO FIN-MD2B
            END-IF
            ADD 1 TO WS-Cant-Municipios
            MOVE WS-Cant-Municipios TO WS-Im
            INITIALIZE WS-Mun-Entrada(WS-Im)
            MOVE MUN-Clave TO WS-Mun-Clave(WS-Im)
            MOVE MUN-NombreMunicipio TO WS-Mun-Nombre(WS-Im)
            MOVE MUN-NombreProvincia TO WS-Mun-Provincia(WS-Im)
            MOVE MUN-Departamento TO WS-Mun-Departamento(WS-Im)
            MOVE "SIN REGION" TO WS-Mun-Region(WS-Im)
            IF WS-Departamentos-Abierto = 'S' THEN
               MOVE MUN-Departamento TO DEP-Codigo
               READ ArchivoDepartamentos
                  KEY IS DEP-Codigo
                  NOT INVALID KEY
                     IF DEP-Region NOT = SPACES THEN
                        MOVE DEP-Region TO WS-Mun-Region(WS-Im)
                     END-IF
               END-READ
            END-IF
      * Una superficie en cero se trata igual que una que falta.
            MOVE 'N' TO WS-Mun-Tiene-Area(WS-Im)
            MOVE MUN-Clave TO SUP-Clave
            READ ArchivoSuperficies
               KEY IS SUP-Clave
               NOT INVALID KEY
                  IF SUP-AreaKm2 > 0 THEN
                     MOVE SUP-AreaKm2 TO WS-Mun-Area(WS-Im)
                     MOVE 'S' TO WS-Mun-Tiene-Area(WS-Im)
                  END-IF
            END-READ
            IF WS-Mun-Tiene-Area(WS-Im) NOT = 'S' THEN
               ADD 1 TO WS-Municipios-Sin-Area
            END-IF.
       FIN-MD2B.
            EXIT.

      * Primera pasada por el historial: los anios de censo
      * distintos, ordenados de menor a mayor.
       MOD3-BUSCAR-ANIOS.
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD3B-LEER-ANIO THRU FIN-MD3B
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
       FIN-MD3.
            EXIT.

       MOD3B-LEER-ANIO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD3B
            END-READ
            PERFORM MOD3C-UBICAR-ANIO THRU FIN-MD3C
            IF WS-Anio-Hallado = 'S' THEN
               GO TO FIN-MD3B
            END-IF
            IF WS-Cant-Anios >= 49 THEN
               ADD 1 TO WS-Anios-Omitidos
               GO TO FIN-MD3B
            END-IF
      * Insercion ordenada: se corren los anios mayores un lugar.
            ADD 1 TO WS-Cant-Anios
            MOVE WS-Cant-Anios TO WS-Ja
            MOVE 'N' TO WS-Anio-Hallado
            PERFORM MOD3D-CORRER-ANIO THRU FIN-MD3D
               UNTIL WS-Anio-Hallado = 'S'
            MOVE HC-AnioCenso TO WS-Anio(WS-Ja).
       FIN-MD3B.
            EXIT.

      * Deja en WS-Ia la posicion del anio de la foto en curso, si
      * ya esta en la tabla.
       MOD3C-UBICAR-ANIO.
            MOVE 'N' TO WS-Anio-Hallado
            MOVE 0 TO WS-Ia
            PERFORM MOD3E-COMPARAR-ANIO THRU FIN-MD3E
               VARYING WS-Ja FROM 1 BY 1
               UNTIL WS-Ja > WS-Cant-Anios OR WS-Anio-Hallado = 'S'.
       FIN-MD3C.
            EXIT.

       MOD3D-CORRER-ANIO.
            IF WS-Ja = 1 THEN
               MOVE 'S' TO WS-Anio-Hallado
               GO TO FIN-MD3D
            END-IF
            IF WS-Anio(WS-Ja - 1) > HC-AnioCenso THEN
               MOVE WS-Anio(WS-Ja - 1) TO WS-Anio(WS-Ja)
               SUBTRACT 1 FROM WS-Ja
            ELSE
               MOVE 'S' TO WS-Anio-Hallado
            END-IF.
       FIN-MD3D.
            EXIT.

       MOD3E-COMPARAR-ANIO.
            IF WS-Anio(WS-Ja) = HC-AnioCenso THEN
               MOVE 'S' TO WS-Anio-Hallado
               MOVE WS-Ja TO WS-Ia
            END-IF.
       FIN-MD3E.
            EXIT.

      * Segunda pasada por el historial: cada foto suma su
      * poblacion al municipio en el corte de su anio.
       MOD4-SUMAR-HISTORIAL.
            PERFORM MOD4B-ETIQUETAR-ANIO THRU FIN-MD4B
               VARYING WS-Ia FROM 1 BY 1
               UNTIL WS-Ia > WS-Cant-Anios
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
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD4C-SUMAR-FOTO THRU FIN-MD4C
               UNTIL WS-Fin-Archivo = 'S'.
       FIN-MD4.
            EXIT.

       MOD4B-ETIQUETAR-ANIO.
            MOVE WS-Anio(WS-Ia) TO WS-Corte-Etiqueta(WS-Ia)
            MOVE 0 TO WS-Corte-Sin-Mun(WS-Ia)
            MOVE 0 TO WS-Corte-Sin-Mun-Pob(WS-Ia).
       FIN-MD4B.
            EXIT.

       MOD4C-SUMAR-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD4C
            END-READ
            PERFORM MOD3C-UBICAR-ANIO THRU FIN-MD3C
            IF WS-Anio-Hallado NOT = 'S' THEN
               GO TO FIN-MD4C
            END-IF
            MOVE WS-Ia TO WS-Corte
            MOVE HC-CodigoINE(1:6) TO WS-Clave-Buscada
            MOVE HC-NroHabitantesCenso TO WS-Poblacion
            PERFORM MOD6-SUMAR-POBLACION THRU FIN-MD6.
       FIN-MD4C.
            EXIT.

      * El ultimo corte es el maestro actual.
       MOD5-SUMAR-MAESTRO.
            COMPUTE WS-Cant-Cortes = WS-Cant-Anios + 1
            MOVE "ACTUAL" TO WS-Corte-Etiqueta(WS-Cant-Cortes)
            MOVE 0 TO WS-Corte-Sin-Mun(WS-Cant-Cortes)
            MOVE 0 TO WS-Corte-Sin-Mun-Pob(WS-Cant-Cortes)
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD5B-LEER-CIUDAD THRU FIN-MD5B
               UNTIL WS-Fin-Archivo = 'S'.
       FIN-MD5.
            EXIT.

       MOD5B-LEER-CIUDAD.
            READ ArchivoCiudades NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD5B
            END-READ
            MOVE WS-Cant-Cortes TO WS-Corte
            MOVE CodigoINE(1:6) TO WS-Clave-Buscada
            MOVE NroHabitantesCenso TO WS-Poblacion
            PERFORM MOD6-SUMAR-POBLACION THRU FIN-MD6.
       FIN-MD5B.
            EXIT.

      * Suma WS-Poblacion al municipio WS-Clave-Buscada en el corte
      * WS-Corte; si el municipio no esta en la referencia se cuenta
      * aparte en el corte.
       MOD6-SUMAR-POBLACION.
            MOVE 'N' TO WS-Mun-Hallado
            PERFORM MOD6B-COMPARAR-MUNICIPIO THRU FIN-MD6B
               VARYING WS-Im FROM 1 BY 1
               UNTIL WS-Im > WS-Cant-Municipios
                  OR WS-Mun-Hallado = 'S'
            IF WS-Mun-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-Im
               ADD WS-Poblacion TO WS-Mun-Poblacion(WS-Im, WS-Corte)
            ELSE
               ADD 1 TO WS-Corte-Sin-Mun(WS-Corte)
               ADD WS-Poblacion TO WS-Corte-Sin-Mun-Pob(WS-Corte)
            END-IF.
       FIN-MD6.
            EXIT.

       MOD6B-COMPARAR-MUNICIPIO.
            IF WS-Mun-Clave(WS-Im) = WS-Clave-Buscada THEN
               MOVE 'S' TO WS-Mun-Hallado
            END-IF.
       FIN-MD6B.
            EXIT.

      * Un corte: municipios con subtotales por provincia y
      * departamento, resumen por region, total del pais y
      * distribucion por banda.
       MOD7-CORTE.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Corte-Etiqueta(WS-Corte) = "ACTUAL" THEN
               MOVE "Corte: maestro actual" TO WS-Linea-Reporte
            ELSE
               STRING "Corte: censo " DELIMITED BY SIZE
                  WS-Corte-Etiqueta(WS-Corte) DELIMITED BY SPACE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Clave   " DELIMITED BY SIZE
               "Municipio                 " DELIMITED BY SIZE
               "Depto.    " DELIMITED BY SIZE
               "   Superficie km2" DELIMITED BY SIZE
               "    Poblacion" DELIMITED BY SIZE
               "       Hab/km2" DELIMITED BY SIZE
               "  Banda" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE 0 TO WS-Cant-Regiones
            MOVE 0 TO WS-Sin-Poblacion
            INITIALIZE WS-Acum-Pais
            PERFORM MOD7B-LIMPIAR-BANDA THRU FIN-MD7B
               VARYING WS-Ib FROM 1 BY 1
               UNTIL WS-Ib > WS-Cant-Bandas
            MOVE SPACES TO WS-Prov-Clave
            MOVE SPACES TO WS-Dpto-Clave
            PERFORM MOD7C-MUNICIPIO THRU FIN-MD7C
               VARYING WS-Im FROM 1 BY 1
               UNTIL WS-Im > WS-Cant-Municipios
            IF WS-Prov-Clave NOT = SPACES THEN
               PERFORM MOD7D-CERRAR-PROVINCIA THRU FIN-MD7D
               PERFORM MOD7E-CERRAR-DEPARTAMENTO THRU FIN-MD7E
            END-IF
      * Resumen por region.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE "Resumen por region:" TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD7G-IMPRIMIR-REGION THRU FIN-MD7G
               VARYING WS-Ir FROM 1 BY 1
               UNTIL WS-Ir > WS-Cant-Regiones
            MOVE "Total del pais" TO WS-Tot-Titulo
            MOVE WS-Pais-Area TO WS-Tot-Area
            MOVE WS-Pais-Poblacion TO WS-Tot-Poblacion
            MOVE WS-Pais-Sin-Cant TO WS-Tot-Sin-Cant
            MOVE WS-Pais-Sin-Pob TO WS-Tot-Sin-Pob
            PERFORM MOD9-IMPRIMIR-TOTAL THRU FIN-MD9
      * Distribucion de los municipios por banda de densidad.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE "Municipios por banda de densidad:"
               TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD7H-IMPRIMIR-BANDA THRU FIN-MD7H
               VARYING WS-Ib FROM 1 BY 1
               UNTIL WS-Ib > WS-Cant-Bandas
      * Notas del corte.
            IF WS-Sin-Poblacion > 0 THEN
               MOVE WS-Sin-Poblacion TO WS-Cantidad-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Nota: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cantidad-Mask) DELIMITED BY SIZE
                  " municipios sin ciudades en este corte, no se "
                  DELIMITED BY SIZE
                  "listan" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF
            IF WS-Corte-Sin-Mun(WS-Corte) > 0 THEN
               MOVE WS-Corte-Sin-Mun(WS-Corte) TO WS-Ciudades-Mask
               MOVE WS-Corte-Sin-Mun-Pob(WS-Corte)
                  TO WS-Poblacion-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Nota: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ciudades-Mask) DELIMITED BY SIZE
                  " ciudades sin municipio en la referencia, con "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Poblacion-Mask) DELIMITED BY SIZE
                  " habitantes fuera del reporte" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.
       FIN-MD7.
            EXIT.

       MOD7B-LIMPIAR-BANDA.
            MOVE 0 TO WS-Banda-Cantidad(WS-Ib)
            MOVE 0 TO WS-Banda-Poblacion(WS-Ib).
       FIN-MD7B.
            EXIT.

      * Un municipio del corte, con los cortes de control por
      * provincia (departamento+provincia) y departamento.
       MOD7C-MUNICIPIO.
            IF WS-Mun-Poblacion(WS-Im, WS-Corte) = 0 THEN
               ADD 1 TO WS-Sin-Poblacion
               GO TO FIN-MD7C
            END-IF
            IF WS-Mun-Clave(WS-Im)(1:4) NOT = WS-Prov-Clave THEN
               IF WS-Prov-Clave NOT = SPACES THEN
                  PERFORM MOD7D-CERRAR-PROVINCIA THRU FIN-MD7D
               END-IF
               IF WS-Mun-Clave(WS-Im)(1:2) NOT = WS-Dpto-Clave THEN
                  IF WS-Dpto-Clave NOT = SPACES THEN
                     PERFORM MOD7E-CERRAR-DEPARTAMENTO THRU FIN-MD7E
                  END-IF
                  MOVE WS-Mun-Clave(WS-Im)(1:2) TO WS-Dpto-Clave
                  MOVE WS-Mun-Departamento(WS-Im) TO WS-Dpto-Nombre
                  INITIALIZE WS-Acum-Departamento
               END-IF
               MOVE WS-Mun-Clave(WS-Im)(1:4) TO WS-Prov-Clave
               MOVE WS-Mun-Provincia(WS-Im) TO WS-Prov-Nombre
               INITIALIZE WS-Acum-Provincia
            END-IF
            PERFORM MOD7F-BUSCAR-REGION THRU FIN-MD7F
            MOVE WS-Mun-Poblacion(WS-Im, WS-Corte) TO WS-Poblacion
            MOVE WS-Poblacion TO WS-Poblacion-Mask
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Mun-Tiene-Area(WS-Im) NOT = 'S' THEN
               ADD 1 TO WS-Prov-Sin-Cant WS-Dpto-Sin-Cant
                  WS-Pais-Sin-Cant WS-Reg-Sin-Cant(WS-Ir)
               ADD WS-Poblacion TO WS-Prov-Sin-Pob WS-Dpto-Sin-Pob
                  WS-Pais-Sin-Pob WS-Reg-Sin-Pob(WS-Ir)
               STRING WS-Mun-Clave(WS-Im) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Mun-Nombre(WS-Im) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Mun-Departamento(WS-Im) DELIMITED BY SIZE
                  "   sin superficie" DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Poblacion-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               GO TO FIN-MD7C
            END-IF
            MOVE WS-Mun-Area(WS-Im) TO WS-Area
            ADD WS-Area TO WS-Prov-Area WS-Dpto-Area WS-Pais-Area
               WS-Reg-Area(WS-Ir)
            ADD WS-Poblacion TO WS-Prov-Poblacion WS-Dpto-Poblacion
               WS-Pais-Poblacion WS-Reg-Poblacion(WS-Ir)
            PERFORM MOD9B-CALCULAR-DENSIDAD THRU FIN-MD9B
            ADD 1 TO WS-Banda-Cantidad(WS-Banda-Actual)
            ADD WS-Poblacion TO WS-Banda-Poblacion(WS-Banda-Actual)
            MOVE WS-Area TO WS-Area-Mask
            MOVE WS-Densidad TO WS-Densidad-Mask
            STRING WS-Mun-Clave(WS-Im) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Mun-Nombre(WS-Im) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Mun-Departamento(WS-Im) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-Area-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Poblacion-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Densidad-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Banda-Nombre(WS-Banda-Actual) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD7C.
            EXIT.

       MOD7D-CERRAR-PROVINCIA.
            MOVE SPACES TO WS-Tot-Titulo
            STRING "  Provincia " DELIMITED BY SIZE
               WS-Prov-Nombre DELIMITED BY SIZE
               INTO WS-Tot-Titulo
            END-STRING
            MOVE WS-Prov-Area TO WS-Tot-Area
            MOVE WS-Prov-Poblacion TO WS-Tot-Poblacion
            MOVE WS-Prov-Sin-Cant TO WS-Tot-Sin-Cant
            MOVE WS-Prov-Sin-Pob TO WS-Tot-Sin-Pob
            PERFORM MOD9-IMPRIMIR-TOTAL THRU FIN-MD9.
       FIN-MD7D.
            EXIT.

       MOD7E-CERRAR-DEPARTAMENTO.
            MOVE SPACES TO WS-Tot-Titulo
            STRING "Departamento " DELIMITED BY SIZE
               WS-Dpto-Nombre DELIMITED BY SIZE
               INTO WS-Tot-Titulo
            END-STRING
            MOVE WS-Dpto-Area TO WS-Tot-Area
            MOVE WS-Dpto-Poblacion TO WS-Tot-Poblacion
            MOVE WS-Dpto-Sin-Cant TO WS-Tot-Sin-Cant
            MOVE WS-Dpto-Sin-Pob TO WS-Tot-Sin-Pob
            PERFORM MOD9-IMPRIMIR-TOTAL THRU FIN-MD9
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD7E.
            EXIT.

      * Deja en WS-Ir la region del municipio en curso; la agrega
      * si es la primera vez que aparece en el corte.
       MOD7F-BUSCAR-REGION.
            MOVE 'N' TO WS-Reg-Hallada
            PERFORM MOD7I-COMPARAR-REGION THRU FIN-MD7I
               VARYING WS-Ir FROM 1 BY 1
               UNTIL WS-Ir > WS-Cant-Regiones
                  OR WS-Reg-Hallada = 'S'
            IF WS-Reg-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-Ir
               GO TO FIN-MD7F
            END-IF
      * Con la tabla llena, el resto se suma a la ultima region.
            IF WS-Cant-Regiones >= 30 THEN
               MOVE 30 TO WS-Ir
               GO TO FIN-MD7F
            END-IF
            ADD 1 TO WS-Cant-Regiones
            MOVE WS-Cant-Regiones TO WS-Ir
            INITIALIZE WS-Reg-Entrada(WS-Ir)
            MOVE WS-Mun-Region(WS-Im) TO WS-Reg-Nombre(WS-Ir).
       FIN-MD7F.
            EXIT.

       MOD7G-IMPRIMIR-REGION.
            MOVE SPACES TO WS-Tot-Titulo
            STRING "  " DELIMITED BY SIZE
               WS-Reg-Nombre(WS-Ir) DELIMITED BY SIZE
               INTO WS-Tot-Titulo
            END-STRING
            MOVE WS-Reg-Area(WS-Ir) TO WS-Tot-Area
            MOVE WS-Reg-Poblacion(WS-Ir) TO WS-Tot-Poblacion
            MOVE WS-Reg-Sin-Cant(WS-Ir) TO WS-Tot-Sin-Cant
            MOVE WS-Reg-Sin-Pob(WS-Ir) TO WS-Tot-Sin-Pob
            PERFORM MOD9-IMPRIMIR-TOTAL THRU FIN-MD9.
       FIN-MD7G.
            EXIT.

       MOD7H-IMPRIMIR-BANDA.
            MOVE WS-Banda-Cantidad(WS-Ib) TO WS-Cantidad-Mask
            MOVE WS-Banda-Poblacion(WS-Ib) TO WS-Poblacion-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  " DELIMITED BY SIZE
               WS-Banda-Nombre(WS-Ib) DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               " municipios  " DELIMITED BY SIZE
               WS-Poblacion-Mask DELIMITED BY SIZE
               " habitantes" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD7H.
            EXIT.

       MOD7I-COMPARAR-REGION.
            IF WS-Reg-Nombre(WS-Ir) = WS-Mun-Region(WS-Im) THEN
               MOVE 'S' TO WS-Reg-Hallada
            END-IF.
       FIN-MD7I.
            EXIT.

      * Mayores cambios de densidad: para cada par de cortes
      * seguidos, los municipios con superficie y poblacion en los
      * dos, ordenados por el cambio absoluto.
       MOD8-CAMBIOS.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE "Mayores cambios de densidad entre cortes seguidos"
               TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Cant-Cortes < 2 THEN
               MOVE "  Sin historial no hay cortes que comparar"
                  TO WS-Linea-Reporte
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               GO TO FIN-MD8
            END-IF
            PERFORM MOD8B-PAR-DE-CORTES THRU FIN-MD8B
               VARYING WS-Corte FROM 2 BY 1
               UNTIL WS-Corte > WS-Cant-Cortes.
       FIN-MD8.
            EXIT.

       MOD8B-PAR-DE-CORTES.
            COMPUTE WS-Corte-Previo = WS-Corte - 1
            MOVE 0 TO WS-Cant-Top
            PERFORM MOD8C-COMPARAR-MUNICIPIO THRU FIN-MD8C
               VARYING WS-Im FROM 1 BY 1
               UNTIL WS-Im > WS-Cant-Municipios
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING "De " DELIMITED BY SIZE
               WS-Corte-Etiqueta(WS-Corte-Previo) DELIMITED BY SPACE
               " a " DELIMITED BY SIZE
               WS-Corte-Etiqueta(WS-Corte) DELIMITED BY SPACE
               " (densidad en hab/km2):" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Cant-Top = 0 THEN
               MOVE "  Ningun municipio con datos en los dos cortes"
                  TO WS-Linea-Reporte
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               GO TO FIN-MD8B
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Clave   " DELIMITED BY SIZE
               "Municipio                 " DELIMITED BY SIZE
               "       Antes" DELIMITED BY SIZE
               "          Ahora" DELIMITED BY SIZE
               "         Cambio" DELIMITED BY SIZE
               "           %" DELIMITED BY SIZE
               "  Banda" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD8E-IMPRIMIR-CAMBIO THRU FIN-MD8E
               VARYING WS-It FROM 1 BY 1
               UNTIL WS-It > WS-Cant-Top.
       FIN-MD8B.
            EXIT.

       MOD8C-COMPARAR-MUNICIPIO.
            IF WS-Mun-Tiene-Area(WS-Im) NOT = 'S'
               OR WS-Mun-Poblacion(WS-Im, WS-Corte-Previo) = 0
               OR WS-Mun-Poblacion(WS-Im, WS-Corte) = 0 THEN
               GO TO FIN-MD8C
            END-IF
            MOVE WS-Mun-Area(WS-Im) TO WS-Area
            MOVE WS-Mun-Poblacion(WS-Im, WS-Corte-Previo)
               TO WS-Poblacion
            PERFORM MOD9B-CALCULAR-DENSIDAD THRU FIN-MD9B
            MOVE WS-Densidad TO WS-Densidad-Previa
            MOVE WS-Banda-Actual TO WS-Banda-Previa
            MOVE WS-Mun-Poblacion(WS-Im, WS-Corte) TO WS-Poblacion
            PERFORM MOD9B-CALCULAR-DENSIDAD THRU FIN-MD9B
            COMPUTE WS-Cambio = WS-Densidad - WS-Densidad-Previa
            IF WS-Cambio < 0 THEN
               COMPUTE WS-Cambio-Abs = 0 - WS-Cambio
            ELSE
               MOVE WS-Cambio TO WS-Cambio-Abs
            END-IF
            IF WS-Cambio-Abs = 0 THEN
               GO TO FIN-MD8C
            END-IF
      * Con la tabla llena solo entra si supera al ultimo.
            IF WS-Cant-Top >= WS-Max-Top THEN
               IF WS-Cambio-Abs NOT > WS-Top-Abs(WS-Max-Top) THEN
                  GO TO FIN-MD8C
               END-IF
               MOVE WS-Max-Top TO WS-It
            ELSE
               ADD 1 TO WS-Cant-Top
               MOVE WS-Cant-Top TO WS-It
            END-IF
            MOVE WS-Im TO WS-Top-Municipio(WS-It)
            MOVE WS-Cambio-Abs TO WS-Top-Abs(WS-It)
            MOVE WS-Cambio TO WS-Top-Cambio(WS-It)
            MOVE WS-Densidad-Previa TO WS-Top-Antes(WS-It)
            MOVE WS-Densidad TO WS-Top-Despues(WS-It)
            MOVE WS-Banda-Previa TO WS-Top-Banda-Antes(WS-It)
            MOVE WS-Banda-Actual TO WS-Top-Banda-Despues(WS-It)
            MOVE 'N' TO WS-Top-Ordenado
            PERFORM MOD8D-SUBIR-CAMBIO THRU FIN-MD8D
               UNTIL WS-Top-Ordenado = 'S'.
       FIN-MD8C.
            EXIT.

      * Sube la entrada WS-It mientras supere a la anterior.
       MOD8D-SUBIR-CAMBIO.
            IF WS-It = 1 THEN
               MOVE 'S' TO WS-Top-Ordenado
               GO TO FIN-MD8D
            END-IF
            IF WS-Top-Abs(WS-It - 1) NOT < WS-Top-Abs(WS-It) THEN
               MOVE 'S' TO WS-Top-Ordenado
               GO TO FIN-MD8D
            END-IF
            MOVE WS-Top-Entrada(WS-It - 1) TO WS-Top-Temporal
            MOVE WS-Top-Entrada(WS-It) TO WS-Top-Entrada(WS-It - 1)
            MOVE WS-Top-Temporal TO WS-Top-Entrada(WS-It)
            SUBTRACT 1 FROM WS-It.
       FIN-MD8D.
            EXIT.

       MOD8E-IMPRIMIR-CAMBIO.
            MOVE WS-Top-Municipio(WS-It) TO WS-Im
      * La densidad previa puede redondear a cero con poblaciones
      * muy chicas; ahi el porcentaje no se informa.
            IF WS-Top-Antes(WS-It) > 0 THEN
               COMPUTE WS-Porcentaje ROUNDED =
                  WS-Top-Cambio(WS-It) * 100 / WS-Top-Antes(WS-It)
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-Porcentaje
               END-COMPUTE
               MOVE WS-Porcentaje TO WS-Porcentaje-Mask
               MOVE WS-Porcentaje-Mask TO WS-Porcentaje-Texto
            ELSE
               MOVE "       n/a" TO WS-Porcentaje-Texto
            END-IF
      * La banda se informa como ANTES -> AHORA solo si cambio.
            MOVE SPACES TO WS-Banda-Texto
            MOVE WS-Top-Banda-Antes(WS-It) TO WS-Ib
            IF WS-Top-Banda-Despues(WS-It) = WS-Ib THEN
               MOVE WS-Banda-Nombre(WS-Ib) TO WS-Banda-Texto
            ELSE
               MOVE WS-Top-Banda-Despues(WS-It) TO WS-Banda-Previa
               STRING WS-Banda-Nombre(WS-Ib) DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-Banda-Nombre(WS-Banda-Previa) DELIMITED BY SPACE
                  INTO WS-Banda-Texto
               END-STRING
            END-IF
            MOVE WS-Top-Antes(WS-It) TO WS-Densidad-Mask
            MOVE WS-Top-Despues(WS-It) TO WS-Densidad-Mask-2
            MOVE WS-Top-Cambio(WS-It) TO WS-Cambio-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING WS-Mun-Clave(WS-Im) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Mun-Nombre(WS-Im) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Densidad-Mask DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-Densidad-Mask-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Cambio-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Porcentaje-Texto DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Banda-Texto DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD8E.
            EXIT.

      * Renglon de total: superficie, poblacion y densidad de los
      * municipios con superficie, mas los que quedaron afuera.
       MOD9-IMPRIMIR-TOTAL.
            MOVE WS-Tot-Poblacion TO WS-Poblacion-Mask
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Tot-Area > 0 THEN
               MOVE WS-Tot-Area TO WS-Area
               MOVE WS-Tot-Poblacion TO WS-Poblacion
               PERFORM MOD9B-CALCULAR-DENSIDAD THRU FIN-MD9B
               MOVE WS-Area TO WS-Area-Mask
               MOVE WS-Densidad TO WS-Densidad-Mask
               STRING WS-Tot-Titulo DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Area-Mask DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Poblacion-Mask DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Densidad-Mask DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Banda-Nombre(WS-Banda-Actual) DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING WS-Tot-Titulo DELIMITED BY SIZE
                  "    ningun municipio con superficie"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Tot-Sin-Cant > 0 THEN
               MOVE WS-Tot-Sin-Cant TO WS-Cantidad-Mask
               MOVE WS-Tot-Sin-Pob TO WS-Poblacion-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "      (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cantidad-Mask) DELIMITED BY SIZE
                  " municipios sin superficie, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Poblacion-Mask) DELIMITED BY SIZE
                  " habitantes fuera de la densidad)"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.
       FIN-MD9.
            EXIT.

      * Densidad = WS-Poblacion / WS-Area (mayor a cero) y su banda
      * en WS-Banda-Actual.
       MOD9B-CALCULAR-DENSIDAD.
            COMPUTE WS-Densidad ROUNDED = WS-Poblacion / WS-Area
               ON SIZE ERROR
                  MOVE 9999999.99 TO WS-Densidad
            END-COMPUTE
            MOVE WS-Cant-Bandas TO WS-Banda-Actual
            MOVE 'N' TO WS-Banda-Hallada
            PERFORM MOD9C-COMPARAR-BANDA THRU FIN-MD9C
               VARYING WS-Ib FROM 1 BY 1
               UNTIL WS-Ib >= WS-Cant-Bandas
                  OR WS-Banda-Hallada = 'S'.
       FIN-MD9B.
            EXIT.

       MOD9C-COMPARAR-BANDA.
            IF WS-Densidad < WS-Banda-Limite(WS-Ib) THEN
               MOVE WS-Ib TO WS-Banda-Actual
               MOVE 'S' TO WS-Banda-Hallada
            END-IF.
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
            MOVE "DensidadPoblacion" TO BLQ-Programa
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

      * Guarda una copia fechada del reporte en el archivo de
      * reportes, para que la proxima corrida no pise el de hoy.
      * Si la copia no se puede hacer solo se avisa.
       MOD13-ARCHIVAR-REPORTE.
            MOVE "DENSIDAD" TO ARC-Tipo
            MOVE "DensidadPoblacion" TO ARC-Programa
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
       END PROGRAM DensidadPoblacion.
