      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AuditarIntegridad.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Auditoria de integridad referencial entre los
            datasets de ciudades. CalidadCiudades revisa el maestro
            por si solo; aca se revisan las relaciones entre
            archivos, cada una como una regla numerada:
            R1 entrada del indice de nombres que apunta a un
            CodigoINE que no esta en el maestro; R2 entrada del
            indice cuyo nombre ya no es el de la ciudad; R3 ciudad
            del maestro sin su entrada en el indice; R4 fotos del
            historial de censos de un CodigoINE que no esta en el
            maestro; R5 capital de DEPARTAMENTOS_CAPITALES.DAT que
            no esta en el maestro; R6 capital cuya ciudad pertenece
            a otro departamento; R7 ciudad cuya clave
            provincia/municipio (primeros 6 caracteres) no esta en
            MUNICIPIOS.DAT; R8 municipio ligado a un DEP-Codigo que
            no esta en DEPARTAMENTOS.DAT; R9 pendiente abierto de
            modificacion o baja contra un CodigoINE que no esta en
            el maestro. El reporte lista cada huerfano con su regla
            y cierra con el conteo por regla. Un dataset que no se
            puede abrir se anota en el reporte y sus reglas se
            omiten. Con INTEGRIDAD_REPARAR=S corre el modo de
            reparacion, solo para supervisores y con el bloqueo
            exclusivo: repara los casos seguros, que son los del
            indice de nombres (R1 y R2 eliminan la entrada, R3 la
            agrega; ReconstruirNombres haria lo mismo con todo el
            indice); las demas reglas quedan para revision. Apto
            para la cadena nocturna. Codigos de retorno: 1 error de
            archivo, 2 quedan violaciones sin reparar, 3 maestro en
            uso o sesion rechazada.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD. ACCESS DYNAMIC: se
      * recorre completo para las reglas de cada ciudad y se lee por
      * clave para las reglas de los demas archivos.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Indice de nombres normalizados; se recorre completo y se
      * lee por clave. La ruta se toma de CIUDADES_NOMBRES_DD.
       SELECT ArchivoNombres ASSIGN TO WS-Ruta-Nombres
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS NM-Clave
         FILE STATUS IS WS-Estado-Nombres.

      * Historial de censos, en orden de CodigoINE + anio. La ruta
      * se toma de CIUDADES_HISTORIAL_DD.
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

      * Referencia de provincias y municipios; se lee por clave
      * para cada ciudad y se recorre completa para su propia
      * regla. La ruta se toma de MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Departamentos vigentes. La ruta se toma de
      * DEPARTAMENTOS_DD.
       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Departamentos
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Departamentos.

      * Transacciones pendientes del circuito de aprobacion. La
      * ruta se toma de CIUDADES_PENDIENTES_DD.
       SELECT ArchivoPendientes ASSIGN TO WS-Ruta-Pendientes
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Pendientes.

      * Reporte de la auditoria. La ruta se toma de
      * CIUDADES_INTEGRIDAD_REPORTE_DD.
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

       FD ArchivoNombres.
       01 RegistroNombre.
          02 NM-Clave.
             03 NM-NombreNormalizado PIC X(23).
             03 NM-CodigoINE        PIC X(17).

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

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

       FD ArchivoPendientes.
       01 RegistroPendiente.
          02 PD-Estado              PIC X.
          02 PD-Delta.
             03 PD-TipoTransaccion  PIC X.
             03 PD-CodigoINE        PIC X(17).
             03 PD-NombreCiudad     PIC X(23).
             03 PD-NroHabitantesUrbano PIC 9(7).
             03 PD-NroHabitantesRural PIC 9(7).
             03 PD-Departamento     PIC X(10).
          02 PD-Capturador          PIC X(20).
          02 PD-FechaCaptura        PIC X(21).
          02 PD-Aprobador           PIC X(20).
          02 PD-FechaDecision       PIC X(21).
          02 PD-Comentario          PIC X(40).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Ruta-Nombres           PIC X(100)
               VALUE "/home/gary/CIUDADES_NOMBRES.DAT".
       01 WS-Env-Ruta-Nombres       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Nombres         PIC XX         VALUE "00".
       01 WS-Nombres-Abierto        PIC X          VALUE 'N'.
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Ruta-Capitales         PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS_CAPITALES.DAT".
       01 WS-Env-Ruta-Capitales     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Capitales       PIC XX         VALUE "00".
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Municipios-Abierto     PIC X          VALUE 'N'.
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
       01 WS-Env-Ruta-Departamentos PIC X(100)     VALUE SPACES.
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Departamentos-Abierto  PIC X          VALUE 'N'.
       01 WS-Ruta-Pendientes        PIC X(100)
               VALUE "/home/gary/CIUDADES_PENDIENTES.DAT".
       01 WS-Env-Ruta-Pendientes    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Pendientes      PIC XX         VALUE "00".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_INTEGRIDAD_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Modo-Reparar           PIC X          VALUE 'N'.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Fin-Archivo            PIC X          VALUE 'N'.
       01 WS-Ciudad-Existe          PIC X          VALUE 'N'.
       01 WS-Codigo-Buscar          PIC X(17)      VALUE SPACES.
      * Un renglon de detalle: regla, clave del registro ofensor,
      * descripcion y, en modo reparacion, el resultado.
       01 WS-Det-Regla              PIC 9          VALUE 0.
       01 WS-Det-Clave              PIC X(23)      VALUE SPACES.
       01 WS-Det-Texto              PIC X(70)      VALUE SPACES.
       01 WS-Det-Reparado           PIC X          VALUE 'N'.
      * Violaciones y reparaciones por regla (R1 a R9).
       01 WS-Tabla-Reglas.
          02 WS-Regla-Entrada OCCURS 9 TIMES.
             03 WS-Regla-Violaciones PIC 9(7).
             03 WS-Regla-Reparadas  PIC 9(7).
             03 WS-Regla-Omitida    PIC X.
       01 WS-Indice-Regla           PIC 9(2)       VALUE 0.
       01 WS-Regla-Edit             PIC 9.
       01 WS-Regla-Descripcion      PIC X(60)      VALUE SPACES.
       01 WS-Violaciones-Mask       PIC Z,ZZZ,ZZ9.
       01 WS-Reparadas-Mask         PIC Z,ZZZ,ZZ9.
       01 WS-Total-Violaciones      PIC 9(8)       VALUE 0.
       01 WS-Total-Reparadas        PIC 9(8)       VALUE 0.
       01 WS-Total-Sin-Reparar      PIC 9(8)       VALUE 0.
       01 WS-Ciudades-Leidas        PIC 9(7)       VALUE 0.
      * Corte de control del historial: las fotos de un mismo
      * CodigoINE vienen juntas y se informan una vez por codigo.
       01 WS-Foto-Codigo            PIC X(17)      VALUE SPACES.
       01 WS-Foto-Huerfana          PIC X          VALUE 'N'.
       01 WS-Fotos-Codigo           PIC 9(5)       VALUE 0.
       01 WS-Fotos-Mask             PIC ZZZZ9.
      * Parametros del subprograma NormalizarNombre.
       01 NRM-Parametros.
          02 NRM-Entrada            PIC X(23)      VALUE SPACES.
          02 NRM-Salida             PIC X(23)      VALUE SPACES.
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
      * Parametros del subprograma SesionOperador: la auditoria sola
      * no pide sesion (corre en la cadena nocturna), pero el modo
      * reparacion es de supervisor.
       01 SES-Parametros.
          02 SES-Rol-Requerido      PIC X          VALUE SPACE.
          02 SES-Resultado          PIC X          VALUE SPACE.
          02 SES-Operador           PIC X(20)      VALUE SPACES.
          02 SES-Rol                PIC X          VALUE SPACE.
          02 SES-Detalle            PIC X(70)      VALUE SPACES.

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
            PERFORM MOD2-REGLAS-MAESTRO THRU FIN-MD2
            PERFORM MOD3-REGLAS-NOMBRES THRU FIN-MD3
            PERFORM MOD4-REGLAS-HISTORIAL THRU FIN-MD4
            PERFORM MOD5-REGLAS-CAPITALES THRU FIN-MD5
            PERFORM MOD6-REGLAS-MUNICIPIOS THRU FIN-MD6
            PERFORM MOD7-REGLAS-PENDIENTES THRU FIN-MD7
            PERFORM MOD8-RESUMEN THRU FIN-MD8
            CLOSE ArchivoCiudades
            IF WS-Nombres-Abierto = 'S' THEN
               CLOSE ArchivoNombres
            END-IF
            IF WS-Municipios-Abierto = 'S' THEN
               CLOSE ArchivoMunicipios
            END-IF
            IF WS-Departamentos-Abierto = 'S' THEN
               CLOSE ArchivoDepartamentos
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD14-ARCHIVAR-REPORTE THRU FIN-MD14
            PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
            IF WS-Total-Sin-Reparar > 0 THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            INITIALIZE WS-Tabla-Reglas
            ACCEPT WS-Modo-Reparar FROM ENVIRONMENT
               "INTEGRIDAD_REPARAR"
            IF WS-Modo-Reparar = 's' THEN
               MOVE 'S' TO WS-Modo-Reparar
            END-IF
            IF WS-Modo-Reparar = 'S' THEN
               MOVE 'S' TO SES-Rol-Requerido
               CALL "SesionOperador" USING SES-Parametros
               IF SES-Resultado NOT = 'S' THEN
                  DISPLAY "Inicio de sesion rechazado: "
                     FUNCTION TRIM(SES-Detalle)
                  MOVE 3 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE SES-Operador TO WS-Operador
            END-IF
            PERFORM MOD10-TOMAR-BLOQUEO THRU FIN-MD10
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_INTEGRIDAD_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "INTEGRIDAD_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            ACCEPT WS-Env-Ruta-Nombres FROM ENVIRONMENT
               "CIUDADES_NOMBRES_DD"
            IF WS-Env-Ruta-Nombres NOT = SPACES THEN
               MOVE WS-Env-Ruta-Nombres TO WS-Ruta-Nombres
            END-IF
            MOVE "NOMBRES" TO PRF-Nombre
            MOVE WS-Ruta-Nombres TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Nombres
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
            ACCEPT WS-Env-Ruta-Municipios FROM ENVIRONMENT
               "MUNICIPIOS_DD"
            IF WS-Env-Ruta-Municipios NOT = SPACES THEN
               MOVE WS-Env-Ruta-Municipios TO WS-Ruta-Municipios
            END-IF
            MOVE "MUNICIPIOS" TO PRF-Nombre
            MOVE WS-Ruta-Municipios TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Municipios
            ACCEPT WS-Env-Ruta-Departamentos FROM ENVIRONMENT
               "DEPARTAMENTOS_DD"
            IF WS-Env-Ruta-Departamentos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Departamentos TO WS-Ruta-Departamentos
            END-IF
            MOVE "DEPARTAMENTOS" TO PRF-Nombre
            MOVE WS-Ruta-Departamentos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Departamentos
            ACCEPT WS-Env-Ruta-Pendientes FROM ENVIRONMENT
               "CIUDADES_PENDIENTES_DD"
            IF WS-Env-Ruta-Pendientes NOT = SPACES THEN
               MOVE WS-Env-Ruta-Pendientes TO WS-Ruta-Pendientes
            END-IF
            MOVE "PENDIENTES" TO PRF-Nombre
            MOVE WS-Ruta-Pendientes TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Pendientes
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoCiudades
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Auditoria de integridad entre archivos - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Modo-Reparar = 'S' THEN
               STRING "Modo reparacion, supervisor "
                  DELIMITED BY SIZE
                  WS-Operador DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               MOVE "Modo auditoria (sin reparar)"
                  TO WS-Linea-Reporte
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
      * Los satelites se abren de a uno; el que no se puede abrir
      * deja anotadas sus reglas como omitidas y la auditoria
      * sigue con los demas. El indice de nombres se abre I-O solo
      * en modo reparacion.
            IF WS-Modo-Reparar = 'S' THEN
               OPEN I-O ArchivoNombres
            ELSE
               OPEN INPUT ArchivoNombres
            END-IF
            IF WS-Estado-Nombres = "00" THEN
               MOVE 'S' TO WS-Nombres-Abierto
            ELSE
               MOVE "Indice de nombres" TO WS-Det-Texto
               MOVE WS-Estado-Nombres TO WS-Det-Clave
               MOVE 1 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               MOVE 2 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               MOVE 3 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
            END-IF
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios = "00" THEN
               MOVE 'S' TO WS-Municipios-Abierto
            ELSE
               MOVE "Referencia de municipios" TO WS-Det-Texto
               MOVE WS-Estado-Municipios TO WS-Det-Clave
               MOVE 7 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               MOVE 8 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
            END-IF
            OPEN INPUT ArchivoDepartamentos
            IF WS-Estado-Departamentos = "00" THEN
               MOVE 'S' TO WS-Departamentos-Abierto
            ELSE
               IF WS-Regla-Omitida(8) NOT = 'S' THEN
                  MOVE "Departamentos" TO WS-Det-Texto
                  MOVE WS-Estado-Departamentos TO WS-Det-Clave
                  MOVE 8 TO WS-Indice-Regla
                  PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               END-IF
            END-IF.

      * Reglas que parten de cada ciudad del maestro: R3 (la ciudad
      * tiene su entrada en el indice de nombres) y R7 (su clave
      * provincia/municipio esta en la referencia).
       MOD2-REGLAS-MAESTRO.
            MOVE 'N' TO WS-Fin-Archivo
            MOVE LOW-VALUES TO CodigoINE
            START ArchivoCiudades KEY IS NOT LESS THAN CodigoINE
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Archivo
            END-START
            PERFORM MOD2B-REVISAR-CIUDAD THRU FIN-MD2B
               UNTIL WS-Fin-Archivo = 'S'.
       FIN-MD2.
            EXIT.

       MOD2B-REVISAR-CIUDAD.
            READ ArchivoCiudades NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD2B
            END-READ
            ADD 1 TO WS-Ciudades-Leidas
            IF WS-Nombres-Abierto = 'S' THEN
               MOVE NombreCiudad TO NRM-Entrada
               CALL "NormalizarNombre" USING NRM-Parametros
               MOVE NRM-Salida TO NM-NombreNormalizado
               MOVE CodigoINE TO NM-CodigoINE
               READ ArchivoNombres
                  KEY IS NM-Clave
                  INVALID KEY
                     MOVE 'N' TO WS-Det-Reparado
                     IF WS-Modo-Reparar = 'S' THEN
                        MOVE NRM-Salida TO NM-NombreNormalizado
                        MOVE CodigoINE TO NM-CodigoINE
                        WRITE RegistroNombre
                           INVALID KEY
                              CONTINUE
                           NOT INVALID KEY
                              MOVE 'S' TO WS-Det-Reparado
                        END-WRITE
                     END-IF
                     MOVE 3 TO WS-Det-Regla
                     MOVE CodigoINE TO WS-Det-Clave
                     MOVE SPACES TO WS-Det-Texto
                     STRING "ciudad sin entrada en el indice: "
                        DELIMITED BY SIZE
                        NombreCiudad DELIMITED BY SIZE
                        INTO WS-Det-Texto
                     END-STRING
                     PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
               END-READ
            END-IF
            IF WS-Municipios-Abierto = 'S' THEN
               MOVE CodigoINE(1:6) TO MUN-Clave
               READ ArchivoMunicipios
                  KEY IS MUN-Clave
                  INVALID KEY
                     MOVE 'N' TO WS-Det-Reparado
                     MOVE 7 TO WS-Det-Regla
                     MOVE CodigoINE TO WS-Det-Clave
                     MOVE SPACES TO WS-Det-Texto
                     STRING "clave provincia/municipio '"
                        DELIMITED BY SIZE
                        CodigoINE(1:6) DELIMITED BY SIZE
                        "' no esta en MUNICIPIOS (" DELIMITED BY SIZE
                        NombreCiudad DELIMITED BY "  "
                        ")" DELIMITED BY SIZE
                        INTO WS-Det-Texto
                     END-STRING
                     PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
               END-READ
            END-IF.
       FIN-MD2B.
            EXIT.

      * R1 y R2: cada entrada del indice de nombres debe apuntar a
      * una ciudad del maestro y con el nombre que la ciudad tiene
      * hoy. En modo reparacion la entrada se elimina.
       MOD3-REGLAS-NOMBRES.
            IF WS-Nombres-Abierto NOT = 'S' THEN
               GO TO FIN-MD3
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            MOVE LOW-VALUES TO NM-Clave
            START ArchivoNombres KEY IS NOT LESS THAN NM-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Archivo
            END-START
            PERFORM MOD3B-REVISAR-ENTRADA THRU FIN-MD3B
               UNTIL WS-Fin-Archivo = 'S'.
       FIN-MD3.
            EXIT.

       MOD3B-REVISAR-ENTRADA.
            READ ArchivoNombres NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD3B
            END-READ
            MOVE NM-CodigoINE TO WS-Codigo-Buscar
            PERFORM MOD12-BUSCAR-CIUDAD THRU FIN-MD12
            IF WS-Ciudad-Existe = 'S' THEN
               MOVE NombreCiudad TO NRM-Entrada
               CALL "NormalizarNombre" USING NRM-Parametros
               IF NRM-Salida = NM-NombreNormalizado THEN
                  GO TO FIN-MD3B
               END-IF
               MOVE 2 TO WS-Det-Regla
               MOVE SPACES TO WS-Det-Texto
               STRING "entrada '" DELIMITED BY SIZE
                  NM-NombreNormalizado DELIMITED BY "  "
                  "' no es el nombre actual: " DELIMITED BY SIZE
                  NombreCiudad DELIMITED BY SIZE
                  INTO WS-Det-Texto
               END-STRING
            ELSE
               MOVE 1 TO WS-Det-Regla
               MOVE SPACES TO WS-Det-Texto
               STRING "entrada '" DELIMITED BY SIZE
                  NM-NombreNormalizado DELIMITED BY "  "
                  "' apunta a un CodigoINE inexistente"
                  DELIMITED BY SIZE
                  INTO WS-Det-Texto
               END-STRING
            END-IF
            MOVE NM-CodigoINE TO WS-Det-Clave
            MOVE 'N' TO WS-Det-Reparado
            IF WS-Modo-Reparar = 'S' THEN
               DELETE ArchivoNombres
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-Det-Reparado
               END-DELETE
            END-IF
            PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9.
       FIN-MD3B.
            EXIT.

      * R4: fotos del historial cuyo CodigoINE no esta en el
      * maestro. Las fotos de un codigo vienen juntas; se informa
      * una vez por codigo con la cantidad de fotos, y cada codigo
      * cuenta como una violacion.
       MOD4-REGLAS-HISTORIAL.
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial NOT = "00" THEN
               MOVE "Historial de censos" TO WS-Det-Texto
               MOVE WS-Estado-Historial TO WS-Det-Clave
               MOVE 4 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               GO TO FIN-MD4
            END-IF
            MOVE SPACES TO WS-Foto-Codigo
            MOVE 'N' TO WS-Foto-Huerfana
            MOVE 0 TO WS-Fotos-Codigo
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD4B-REVISAR-FOTO THRU FIN-MD4B
               UNTIL WS-Fin-Archivo = 'S'
            PERFORM MOD4C-CERRAR-CODIGO THRU FIN-MD4C
            CLOSE ArchivoHistorialCenso.
       FIN-MD4.
            EXIT.

       MOD4B-REVISAR-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD4B
            END-READ
            IF HC-CodigoINE NOT = WS-Foto-Codigo THEN
               PERFORM MOD4C-CERRAR-CODIGO THRU FIN-MD4C
               MOVE HC-CodigoINE TO WS-Foto-Codigo
               MOVE 0 TO WS-Fotos-Codigo
               MOVE HC-CodigoINE TO WS-Codigo-Buscar
               PERFORM MOD12-BUSCAR-CIUDAD THRU FIN-MD12
               IF WS-Ciudad-Existe = 'S' THEN
                  MOVE 'N' TO WS-Foto-Huerfana
               ELSE
                  MOVE 'S' TO WS-Foto-Huerfana
               END-IF
            END-IF
            ADD 1 TO WS-Fotos-Codigo.
       FIN-MD4B.
            EXIT.

       MOD4C-CERRAR-CODIGO.
            IF WS-Foto-Huerfana NOT = 'S' THEN
               GO TO FIN-MD4C
            END-IF
            MOVE WS-Fotos-Codigo TO WS-Fotos-Mask
            MOVE 'N' TO WS-Det-Reparado
            MOVE 4 TO WS-Det-Regla
            MOVE WS-Foto-Codigo TO WS-Det-Clave
            MOVE SPACES TO WS-Det-Texto
            STRING WS-Fotos-Mask DELIMITED BY SIZE
               " foto(s) de un CodigoINE que no esta en el maestro"
               DELIMITED BY SIZE
               INTO WS-Det-Texto
            END-STRING
            PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
            MOVE 'N' TO WS-Foto-Huerfana.
       FIN-MD4C.
            EXIT.

      * R5 y R6: cada capital definida debe estar en el maestro y
      * pertenecer al departamento del que es capital. Sin archivo
      * de capitales no hay capitales definidas: nada que revisar.
       MOD5-REGLAS-CAPITALES.
            OPEN INPUT ArchivoCapitales
            IF WS-Estado-Capitales = "35" THEN
               GO TO FIN-MD5
            END-IF
            IF WS-Estado-Capitales NOT = "00" THEN
               MOVE "Capitales" TO WS-Det-Texto
               MOVE WS-Estado-Capitales TO WS-Det-Clave
               MOVE 5 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               MOVE 6 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               GO TO FIN-MD5
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD5B-REVISAR-CAPITAL THRU FIN-MD5B
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoCapitales.
       FIN-MD5.
            EXIT.

       MOD5B-REVISAR-CAPITAL.
            READ ArchivoCapitales
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD5B
            END-READ
            IF CP-CodigoINE = SPACES THEN
               GO TO FIN-MD5B
            END-IF
            MOVE CP-CodigoINE TO WS-Codigo-Buscar
            PERFORM MOD12-BUSCAR-CIUDAD THRU FIN-MD12
            MOVE 'N' TO WS-Det-Reparado
            MOVE CP-CodigoINE TO WS-Det-Clave
            MOVE SPACES TO WS-Det-Texto
            IF WS-Ciudad-Existe NOT = 'S' THEN
               MOVE 5 TO WS-Det-Regla
               STRING "capital de " DELIMITED BY SIZE
                  CP-Departamento DELIMITED BY "  "
                  " que no esta en el maestro" DELIMITED BY SIZE
                  INTO WS-Det-Texto
               END-STRING
               PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
               GO TO FIN-MD5B
            END-IF
            IF Departamento NOT = CP-Departamento THEN
               MOVE 6 TO WS-Det-Regla
               STRING "capital de " DELIMITED BY SIZE
                  CP-Departamento DELIMITED BY "  "
                  " pero la ciudad es de " DELIMITED BY SIZE
                  Departamento DELIMITED BY SIZE
                  INTO WS-Det-Texto
               END-STRING
               PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
            END-IF.
       FIN-MD5B.
            EXIT.

      * R8: cada municipio de la referencia debe estar ligado a un
      * departamento vigente (uno dado de baja o fusionado ya no
      * figura en DEPARTAMENTOS.DAT).
       MOD6-REGLAS-MUNICIPIOS.
            IF WS-Municipios-Abierto NOT = 'S' OR
               WS-Departamentos-Abierto NOT = 'S' THEN
               GO TO FIN-MD6
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            MOVE LOW-VALUES TO MUN-Clave
            START ArchivoMunicipios KEY IS NOT LESS THAN MUN-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Archivo
            END-START
            PERFORM MOD6B-REVISAR-MUNICIPIO THRU FIN-MD6B
               UNTIL WS-Fin-Archivo = 'S'.
       FIN-MD6.
            EXIT.

       MOD6B-REVISAR-MUNICIPIO.
            READ ArchivoMunicipios NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD6B
            END-READ
            MOVE MUN-Departamento TO DEP-Codigo
            READ ArchivoDepartamentos
               KEY IS DEP-Codigo
               INVALID KEY
                  MOVE 'N' TO WS-Det-Reparado
                  MOVE 8 TO WS-Det-Regla
                  MOVE MUN-Clave TO WS-Det-Clave
                  MOVE SPACES TO WS-Det-Texto
                  STRING "municipio " DELIMITED BY SIZE
                     MUN-NombreMunicipio DELIMITED BY "  "
                     " ligado al departamento inexistente '"
                     DELIMITED BY SIZE
                     MUN-Departamento DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO WS-Det-Texto
                  END-STRING
                  PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9
            END-READ.
       FIN-MD6B.
            EXIT.

      * R9: una modificacion o baja pendiente (capturada 'P' o
      * aprobada sin aplicar 'A') contra un CodigoINE que ya no esta
      * en el maestro va a fallar al aplicarse. Las altas pendientes
      * son justamente de codigos que todavia no estan. Sin archivo
      * de pendientes no hay nada que revisar.
       MOD7-REGLAS-PENDIENTES.
            OPEN INPUT ArchivoPendientes
            IF WS-Estado-Pendientes = "35" THEN
               GO TO FIN-MD7
            END-IF
            IF WS-Estado-Pendientes NOT = "00" THEN
               MOVE "Pendientes" TO WS-Det-Texto
               MOVE WS-Estado-Pendientes TO WS-Det-Clave
               MOVE 9 TO WS-Indice-Regla
               PERFORM MOD13-OMITIR-REGLA THRU FIN-MD13
               GO TO FIN-MD7
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD7B-REVISAR-PENDIENTE THRU FIN-MD7B
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoPendientes.
       FIN-MD7.
            EXIT.

       MOD7B-REVISAR-PENDIENTE.
            READ ArchivoPendientes
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD7B
            END-READ
            IF PD-Estado NOT = 'P' AND PD-Estado NOT = 'A' THEN
               GO TO FIN-MD7B
            END-IF
            IF PD-TipoTransaccion NOT = 'M' AND
               PD-TipoTransaccion NOT = 'B' THEN
               GO TO FIN-MD7B
            END-IF
            MOVE PD-CodigoINE TO WS-Codigo-Buscar
            PERFORM MOD12-BUSCAR-CIUDAD THRU FIN-MD12
            IF WS-Ciudad-Existe = 'S' THEN
               GO TO FIN-MD7B
            END-IF
            MOVE 'N' TO WS-Det-Reparado
            MOVE 9 TO WS-Det-Regla
            MOVE PD-CodigoINE TO WS-Det-Clave
            MOVE SPACES TO WS-Det-Texto
            STRING "pendiente '" DELIMITED BY SIZE
               PD-TipoTransaccion DELIMITED BY SIZE
               "' estado '" DELIMITED BY SIZE
               PD-Estado DELIMITED BY SIZE
               "' de " DELIMITED BY SIZE
               PD-Capturador DELIMITED BY "  "
               " del " DELIMITED BY SIZE
               PD-FechaCaptura(1:8) DELIMITED BY SIZE
               " contra un codigo inexistente" DELIMITED BY SIZE
               INTO WS-Det-Texto
            END-STRING
            PERFORM MOD9-ANOTAR-VIOLACION THRU FIN-MD9.
       FIN-MD7B.
            EXIT.

      * Resumen por regla: violaciones, reparadas y las que quedan.
       MOD8-RESUMEN.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Regla Descripcion" DELIMITED BY SIZE
               "                                                 "
               DELIMITED BY SIZE
               "Violaciones Reparadas" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD8B-LINEA-REGLA THRU FIN-MD8B
               VARYING WS-Indice-Regla FROM 1 BY 1
               UNTIL WS-Indice-Regla > 9
            COMPUTE WS-Total-Sin-Reparar =
               WS-Total-Violaciones - WS-Total-Reparadas
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Ciudades-Leidas TO WS-Violaciones-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Ciudades leidas        : " DELIMITED BY SIZE
               WS-Violaciones-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Total-Violaciones TO WS-Violaciones-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Violaciones            : " DELIMITED BY SIZE
               WS-Violaciones-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Total-Reparadas TO WS-Violaciones-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Reparadas              : " DELIMITED BY SIZE
               WS-Violaciones-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Total-Sin-Reparar TO WS-Violaciones-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Sin reparar            : " DELIMITED BY SIZE
               WS-Violaciones-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY "Auditoria de integridad: " WS-Total-Violaciones
               " violaciones, " WS-Total-Reparadas " reparadas, "
               WS-Total-Sin-Reparar " sin reparar. Detalle en "
               FUNCTION TRIM(WS-Ruta-Reporte).
       FIN-MD8.
            EXIT.

       MOD8B-LINEA-REGLA.
            EVALUATE WS-Indice-Regla
               WHEN 1 MOVE "Indice de nombres -> CodigoINE inexistente"
                         TO WS-Regla-Descripcion
               WHEN 2 MOVE "Indice de nombres con nombre desactualizado"
                         TO WS-Regla-Descripcion
               WHEN 3 MOVE "Ciudad sin entrada en el indice de nombres"
                         TO WS-Regla-Descripcion
               WHEN 4 MOVE "Fotos de historial de CodigoINE inexistente"
                         TO WS-Regla-Descripcion
               WHEN 5 MOVE "Capital que no esta en el maestro"
                         TO WS-Regla-Descripcion
               WHEN 6 MOVE "Capital de una ciudad de otro departamento"
                         TO WS-Regla-Descripcion
               WHEN 7 MOVE "Ciudad sin municipio en MUNICIPIOS"
                         TO WS-Regla-Descripcion
               WHEN 8 MOVE "Municipio con departamento inexistente"
                         TO WS-Regla-Descripcion
               WHEN 9 MOVE "Pendiente abierto de CodigoINE inexistente"
                         TO WS-Regla-Descripcion
            END-EVALUATE
            MOVE WS-Indice-Regla TO WS-Regla-Edit
            MOVE WS-Regla-Violaciones(WS-Indice-Regla)
               TO WS-Violaciones-Mask
            MOVE WS-Regla-Reparadas(WS-Indice-Regla)
               TO WS-Reparadas-Mask
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Regla-Omitida(WS-Indice-Regla) = 'S' THEN
               STRING "R" DELIMITED BY SIZE
                  WS-Regla-Edit DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Regla-Descripcion DELIMITED BY SIZE
                  "  (omitida)" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING "R" DELIMITED BY SIZE
                  WS-Regla-Edit DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Regla-Descripcion DELIMITED BY SIZE
                  WS-Violaciones-Mask DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Reparadas-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte
            ADD WS-Regla-Violaciones(WS-Indice-Regla)
               TO WS-Total-Violaciones
            ADD WS-Regla-Reparadas(WS-Indice-Regla)
               TO WS-Total-Reparadas.
       FIN-MD8B.
            EXIT.

      * Cuenta la violacion en su regla y escribe el renglon de
      * detalle con la regla, la clave ofensora, la descripcion y,
      * si se reparo, la marca.
       MOD9-ANOTAR-VIOLACION.
            ADD 1 TO WS-Regla-Violaciones(WS-Det-Regla)
            IF WS-Det-Reparado = 'S' THEN
               ADD 1 TO WS-Regla-Reparadas(WS-Det-Regla)
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "R" DELIMITED BY SIZE
               WS-Det-Regla DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Det-Clave DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Det-Texto DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            IF WS-Det-Reparado = 'S' THEN
               MOVE "REPARADO" TO WS-Linea-Reporte(100:8)
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD9.
            EXIT.

      * Toma el bloqueo del maestro via BloqueoMaestro: compartido
      * para auditar, exclusivo para reparar. Si otro programa lo
      * tiene, reintenta y al desistir se informa quien lo tiene y
      * se termina sin tocar nada.
       MOD10-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            IF WS-Modo-Reparar = 'S' THEN
               MOVE 'E' TO BLQ-Tipo
            ELSE
               MOVE 'C' TO BLQ-Tipo
            END-IF
            MOVE "AuditarIntegridad" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD10.
            EXIT.

       MOD11-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD11.
            EXIT.

      * Lee la ciudad de WS-Codigo-Buscar por clave; el registro
      * queda en DetallesCiudad si existe.
       MOD12-BUSCAR-CIUDAD.
            MOVE WS-Codigo-Buscar TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  MOVE 'N' TO WS-Ciudad-Existe
               NOT INVALID KEY
                  MOVE 'S' TO WS-Ciudad-Existe
            END-READ.
       FIN-MD12.
            EXIT.

      * Anota en el reporte que la regla de WS-Indice-Regla no se
      * evaluo porque su archivo (WS-Det-Texto) no se pudo abrir
      * (estado en WS-Det-Clave).
       MOD13-OMITIR-REGLA.
            MOVE 'S' TO WS-Regla-Omitida(WS-Indice-Regla)
            MOVE WS-Indice-Regla TO WS-Regla-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Aviso: " DELIMITED BY SIZE
               WS-Det-Texto DELIMITED BY "  "
               " no disponible (estado " DELIMITED BY SIZE
               WS-Det-Clave(1:2) DELIMITED BY SIZE
               "), regla R" DELIMITED BY SIZE
               WS-Regla-Edit DELIMITED BY SIZE
               " omitida" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD13.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD14-ARCHIVAR-REPORTE.
            MOVE "INTEGRIDAD" TO ARC-Tipo
            MOVE "AuditarIntegridad" TO ARC-Programa
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
       FIN-MD14.
            EXIT.
       END PROGRAM AuditarIntegridad.
