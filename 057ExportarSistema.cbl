      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExportarSistema.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Exportacion completa del sistema para recuperacion
            ante desastres. RespaldoCiudades solo protege el
            maestro; este programa recorre el perfil de ambiente
            (EXPORTAR_PERFIL, o el perfil activo CIUDADES_PERFIL) y
            vuelca TODOS los datasets que nombra en un unico
            paquete secuencial portable (texto LINE SEQUENTIAL):
            maestro, journal y sus generaciones archivadas,
            historial, referencias, OPERADORES.DAT, pendientes,
            cierres, registro de control, registros de
            transmisiones, etc. Los archivos INDEXED se leen en
            orden de clave con su propio layout; los demas como
            lineas de texto. Las familias de generaciones (nombres
            *_PREFIJO) se enumeran por su numero de generacion
            (respaldos y journal archivado) o por su catalogo
            (publicaciones del INE y reportes archivados), y cada
            generacion va como un dataset aparte con su miembro (lo
            que sigue al prefijo). No se exportan el bloqueo, los
            archivos de trabajo (*_TRABAJO y SORTWORK), ni el propio
            paquete y su reporte. El paquete lleva una cabecera, un
            bloque por dataset y al final el manifiesto: por cada
            dataset la cantidad de registros y la huella que
            calcula SumaControl, mas un registro final con la
            cantidad de lineas del paquete para detectar un paquete
            cortado. RestaurarSistema lo verifica y reconstruye.
            El paquete se arma en su archivo de trabajo
            (PAQUETE_TRABAJO) y recien con el registro final
            grabado se renombra sobre PAQUETE, asi una corrida que
            falla a mitad no pisa el ultimo paquete bueno.
            Un dataset que no existe queda en el manifiesto como
            ausente, sin ser error. Contra la lista completa de
            datasets (EXPORTAR_REFERENCIA, por defecto
            DATASETS_AMBIENTE.DAT) se informa cada nombre que le
            falta al perfil exportado. Codigos de retorno: 1 error
            de archivo o perfil, 2 algun dataset no se pudo
            exportar completo o el perfil no tiene todos los
            nombres de la lista, 3 maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Perfil de ambiente a exportar: lineas NOMBRE=RUTA, como lo
      * lee PerfilAmbiente.
       SELECT ArchivoPerfil ASSIGN TO WS-Ruta-Perfil
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Perfil.

      * Lista completa de datasets (mismo formato del perfil), para
      * avisar que nombres le faltan al perfil exportado.
       SELECT ArchivoReferencia ASSIGN TO WS-Ruta-Referencia
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Referencia.

      * Paquete de exportacion. Se arma en el archivo de trabajo
      * (CIUDADES_PAQUETE_TRABAJO_DD) y al terminar se renombra
      * sobre el paquete (CIUDADES_PAQUETE_DD).
       SELECT ArchivoPaquete ASSIGN TO WS-Ruta-Trabajo-Paquete
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Paquete.

      * Dataset LINE SEQUENTIAL en curso (cualquiera que no sea
      * INDEXED); la ruta se arma con el perfil.
       SELECT ArchivoDataset ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Dataset.

      * Catalogo de una familia de generaciones (publicaciones del
      * INE o reportes archivados), para enumerar sus miembros.
       SELECT ArchivoCatalogo ASSIGN TO WS-Ruta-Catalogo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Catalogo.

      * Los datasets INDEXED, cada uno con su layout y sus claves
      * tal como los declaran los programas que los mantienen. Se
      * abren de a uno sobre la ruta del dataset en curso.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoDemografia ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DM-Clave
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoNombres ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS NM-Clave
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoOperadores ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS OP-Usuario
         FILE STATUS IS WS-Estado-Dataset.

       SELECT ArchivoSuperficies ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS SUP-Clave
         FILE STATUS IS WS-Estado-Dataset.

      * Reporte de la exportacion (el manifiesto legible). La ruta
      * se toma de CIUDADES_EXPORTACION_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoPerfil.
       01 LineaPerfil               PIC X(130).

       FD ArchivoReferencia.
       01 LineaReferencia           PIC X(130).

      * Paquete: la primera posicion indica el tipo de linea.
      * H cabecera, D comienzo de dataset, R registro del dataset,
      * M entrada del manifiesto, T final del paquete.
       FD ArchivoPaquete.
       01 LineaPaquete              PIC X(310).
       01 PaqueteCabecera.
          02 PQH-Tipo               PIC X.
          02 PQH-Formato            PIC X(8).
          02 PQH-FechaHora          PIC X(21).
          02 PQH-Operador           PIC X(20).
          02 PQH-Corrida            PIC X(5).
          02 PQH-Perfil             PIC X(100).
       01 PaqueteDataset.
          02 PQD-Tipo               PIC X.
          02 PQD-Numero             PIC 9(4).
          02 PQD-Nombre             PIC X(20).
          02 PQD-Miembro            PIC X(60).
          02 PQD-Organizacion       PIC X.
          02 PQD-Ruta               PIC X(100).
       01 PaqueteRegistro.
          02 PQR-Tipo               PIC X.
          02 PQR-Numero             PIC 9(4).
          02 PQR-Longitud           PIC 9(3).
          02 PQR-Datos              PIC X(300).
       01 PaqueteManifiesto.
          02 PQM-Tipo               PIC X.
          02 PQM-Numero             PIC 9(4).
          02 PQM-Nombre             PIC X(20).
          02 PQM-Miembro            PIC X(60).
          02 PQM-Organizacion       PIC X.
          02 PQM-Estado             PIC X.
          02 PQM-Registros          PIC 9(9).
          02 PQM-Huella             PIC 9(10).
       01 PaqueteFinal.
          02 PQT-Tipo               PIC X.
          02 PQT-Datasets           PIC 9(4).
          02 PQT-Lineas             PIC 9(11).

       FD ArchivoDataset.
       01 LineaDataset              PIC X(300).

      * PB-Estado: 'A' aceptada, 'R' retenida (ver
      * RecepcionPublicacionINE). RA-Archivo es lo que sigue al
      * prefijo de las copias (ver ArchivarReporte).
       FD ArchivoCatalogo.
       01 RegistroPublicacion.
          02 PB-Publicacion         PIC X(12).
          02 PB-FechaHora           PIC X(21).
          02 PB-FechaPublicacion    PIC X(8).
          02 PB-Estado              PIC X.
          02 PB-Registros           PIC 9(7).
          02 PB-HashTotal           PIC 9(12).
          02 PB-Operador            PIC X(20).
          02 PB-Corrida             PIC 9(5).
       01 RegistroArchivado.
          02 RA-Tipo                PIC X(10).
          02 RA-Programa            PIC X(25).
          02 RA-Fecha               PIC X(8).
          02 RA-Hora                PIC X(6).
          02 RA-Corrida             PIC X(5).
          02 RA-Operador            PIC X(20).
          02 RA-Lineas              PIC 9(7).
          02 RA-Archivo             PIC X(60).

       FD ArchivoCiudades.
       01 DetallesCiudad.
          02  CodigoINE       PIC X(17).
          02  NombreCiudad            PIC X(23).
          02  NroHabitantesCenso       PIC 9(7).
          02  Departamento      PIC X(10).
          02  NroHabitantesUrbano      PIC 9(7).
          02  NroHabitantesRural       PIC 9(7).

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

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

       FD ArchivoDemografia.
       01 RegistroDemografia.
          02 DM-Clave.
             03 DM-CodigoINE        PIC X(17).
             03 DM-AnioCenso        PIC X(4).
          02 DM-Grupo OCCURS 17 TIMES.
             03 DM-Hombres          PIC 9(7).
             03 DM-Mujeres          PIC 9(7).
          02 DM-FechaCarga          PIC X(21).

       FD ArchivoNombres.
       01 RegistroNombre.
          02 NM-Clave.
             03 NM-NombreNormalizado PIC X(23).
             03 NM-CodigoINE        PIC X(17).

       FD ArchivoOperadores.
       01 DetallesOperador.
          02 OP-Usuario             PIC X(20).
          02 OP-Clave               PIC X(20).
          02 OP-Rol                 PIC X.
          02 OP-NombreCompleto      PIC X(40).

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

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Perfil            PIC X(100)     VALUE SPACES.
       01 WS-Estado-Perfil          PIC XX         VALUE "00".
       01 WS-Ruta-Referencia        PIC X(100)
               VALUE "DATASETS_AMBIENTE.DAT".
       01 WS-Env-Ruta-Referencia    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Referencia      PIC XX         VALUE "00".
       01 WS-Cant-Faltantes         PIC 9(3)       VALUE 0.
       01 WS-Ruta-Paquete           PIC X(100)
               VALUE "/home/gary/CIUDADES_PAQUETE.DAT".
       01 WS-Env-Ruta-Paquete       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Trabajo-Paquete   PIC X(100)
               VALUE "/home/gary/CIUDADES_PAQUETE_TRABAJO.DAT".
       01 WS-Env-Ruta-Trabajo-Paq   PIC X(100)     VALUE SPACES.
       01 WS-Estado-Paquete         PIC XX         VALUE "00".
      * Resultado de CBL_RENAME_FILE: cero si el paquete de trabajo
      * quedo renombrado sobre el paquete.
       01 WS-Resultado-Renombre     PIC S9(9) COMP-5 VALUE 0.
       01 WS-Ruta-Dataset           PIC X(100)     VALUE SPACES.
       01 WS-Estado-Dataset         PIC XX         VALUE "00".
       01 WS-Ruta-Catalogo          PIC X(100)     VALUE SPACES.
       01 WS-Estado-Catalogo        PIC XX         VALUE "00".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_EXPORTACION_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Corrida                PIC X(5)       VALUE SPACES.
       01 WS-Fin-Archivo            PIC X          VALUE 'N'.
       01 WS-Fin-Dataset            PIC X          VALUE 'N'.
      * Version del formato del paquete; RestaurarSistema rechaza
      * un paquete de otro formato.
       01 WS-Formato-Paquete        PIC X(8)       VALUE "CIUDPQ01".
      * Entradas del perfil a exportar.
       01 WS-Cant-Perfil            PIC 9(3)       VALUE 0.
       01 WS-Perfil-Omitidas        PIC 9(3)       VALUE 0.
       01 WS-Tabla-Perfil.
          02 WS-Perfil-Entrada OCCURS 150 TIMES.
             03 WS-Pf-Nombre        PIC X(20).
             03 WS-Pf-Ruta          PIC X(100).
       01 WS-Ip                     PIC 9(3)       VALUE 0.
       01 WS-Jp                     PIC 9(3)       VALUE 0.
       01 WS-Nombre-Linea           PIC X(20)      VALUE SPACES.
       01 WS-Ruta-Linea             PIC X(100)     VALUE SPACES.
       01 WS-Nombre-Buscado         PIC X(20)      VALUE SPACES.
       01 WS-Ruta-Hallada           PIC X(100)     VALUE SPACES.
       01 WS-Perfil-Hallado         PIC X          VALUE 'N'.
       01 WS-Largo-Nombre           PIC 9(2)       VALUE 0.
       01 WS-Blancos-Finales        PIC 9(3)       VALUE 0.
      * Manifiesto: un renglon por dataset exportado (o ausente).
       01 WS-Cant-Datasets          PIC 9(4)       VALUE 0.
       01 WS-Max-Datasets           PIC 9(4)       VALUE 3000.
       01 WS-Datasets-Omitidos      PIC 9(4)       VALUE 0.
       01 WS-Tabla-Datasets.
          02 WS-Ds-Entrada OCCURS 3000 TIMES.
             03 WS-Ds-Nombre        PIC X(20).
             03 WS-Ds-Miembro       PIC X(60).
             03 WS-Ds-Organizacion  PIC X.
             03 WS-Ds-Estado        PIC X.
             03 WS-Ds-Registros     PIC 9(9).
             03 WS-Ds-Huella        PIC 9(10).
       01 WS-Id                     PIC 9(4)       VALUE 0.
      * Dataset en curso. WS-Ds-Estado: 'E' exportado, 'A' ausente,
      * 'F' fallo la lectura (queda incompleto en el paquete), 'N'
      * familia de generaciones que no se sabe enumerar.
       01 WS-Nombre-Actual          PIC X(20)      VALUE SPACES.
       01 WS-Miembro-Actual         PIC X(60)      VALUE SPACES.
       01 WS-Organizacion-Actual    PIC X          VALUE SPACE.
       01 WS-Prefijo-Actual         PIC X(100)     VALUE SPACES.
       01 WS-Omitir-Ausente         PIC X          VALUE 'N'.
       01 WS-Registro-Dataset       PIC X(300)     VALUE SPACES.
       01 WS-Ancho-Dataset          PIC 9(3)       VALUE 0.
       01 WS-Estado-Falla           PIC XX         VALUE SPACES.
      * Generaciones numeradas y miembros de catalogo.
       01 WS-Gen-Numero             PIC 9(2)       VALUE 0.
       01 WS-Gen-Digito             PIC 9          VALUE 0.
       01 WS-Gen-Dos-Cifras         PIC 99         VALUE 0.
       01 WS-Estado-Buscado         PIC X          VALUE SPACE.
      * Totales.
       01 WS-Lineas-Paquete         PIC 9(11)      VALUE 0.
       01 WS-Total-Registros        PIC 9(11)      VALUE 0.
       01 WS-Cant-Exportados        PIC 9(4)       VALUE 0.
       01 WS-Cant-Ausentes          PIC 9(4)       VALUE 0.
       01 WS-Cant-Fallidos          PIC 9(4)       VALUE 0.
      * Mascaras del renglon.
       01 WS-Numero-Mask            PIC ZZZ9.
       01 WS-Registros-Mask         PIC ZZZ,ZZZ,ZZ9.
       01 WS-Total-Mask             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-Estado-Texto           PIC X(10)      VALUE SPACES.
       01 WS-Huella-Texto           PIC X(10)      VALUE SPACES.
      * Parametros del subprograma SumaControl (ver el LINKAGE de
      * 056SumaControl.cbl).
       01 SC-Parametros.
          02 SC-Accion              PIC X          VALUE SPACE.
          02 SC-Registro            PIC X(300)     VALUE SPACES.
          02 SC-Ancho               PIC 9(3)       VALUE 0.
          02 SC-Longitud            PIC 9(3)       VALUE 0.
          02 SC-Suma-A              PIC 9(6)       VALUE 0.
          02 SC-Suma-B              PIC 9(6)       VALUE 0.
          02 SC-Huella              PIC 9(10)      VALUE 0.
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
            PERFORM MOD3-EXPORTAR-ENTRADA THRU FIN-MD3
               VARYING WS-Ip FROM 1 BY 1
               UNTIL WS-Ip > WS-Cant-Perfil
            PERFORM MOD8-MANIFIESTO THRU FIN-MD8
            CLOSE ArchivoPaquete
            PERFORM MOD14-PUBLICAR-PAQUETE THRU FIN-MD14
            CLOSE ArchivoReporte
            PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            IF WS-Resultado-Renombre NOT = 0 THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "Exportacion del sistema: " WS-Cant-Exportados
               " datasets exportados, " WS-Cant-Ausentes
               " ausentes, " WS-Cant-Fallidos " con fallas. Paquete "
               "en " FUNCTION TRIM(WS-Ruta-Paquete)
            IF WS-Cant-Fallidos > 0 OR WS-Datasets-Omitidos > 0
               OR WS-Perfil-Omitidas > 0 OR WS-Cant-Faltantes > 0
               THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD11-TOMAR-BLOQUEO THRU FIN-MD11
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            ACCEPT WS-Operador FROM ENVIRONMENT "USER"
            ACCEPT WS-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF WS-Corrida NOT NUMERIC THEN
               MOVE "00000" TO WS-Corrida
            END-IF
      * El perfil a exportar: EXPORTAR_PERFIL permite exportar un
      * ambiente distinto del activo; si no, el activo.
            ACCEPT WS-Ruta-Perfil FROM ENVIRONMENT "EXPORTAR_PERFIL"
            IF WS-Ruta-Perfil = SPACES THEN
               ACCEPT WS-Ruta-Perfil FROM ENVIRONMENT
                  "CIUDADES_PERFIL"
            END-IF
            IF WS-Ruta-Perfil = SPACES THEN
               DISPLAY "Falta el perfil de ambiente a exportar: "
                  "defina EXPORTAR_PERFIL o CIUDADES_PERFIL (el "
                  "perfil de produccion lo genera ClonarAmbiente.sh)."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Env-Ruta-Paquete FROM ENVIRONMENT
               "CIUDADES_PAQUETE_DD"
            IF WS-Env-Ruta-Paquete NOT = SPACES THEN
               MOVE WS-Env-Ruta-Paquete TO WS-Ruta-Paquete
            END-IF
            MOVE "PAQUETE" TO PRF-Nombre
            MOVE WS-Ruta-Paquete TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Paquete
            ACCEPT WS-Env-Ruta-Trabajo-Paq FROM ENVIRONMENT
               "CIUDADES_PAQUETE_TRABAJO_DD"
            IF WS-Env-Ruta-Trabajo-Paq NOT = SPACES THEN
               MOVE WS-Env-Ruta-Trabajo-Paq TO WS-Ruta-Trabajo-Paquete
            END-IF
            MOVE "PAQUETE_TRABAJO" TO PRF-Nombre
            MOVE WS-Ruta-Trabajo-Paquete TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo-Paquete
            ACCEPT WS-Env-Ruta-Referencia FROM ENVIRONMENT
               "EXPORTAR_REFERENCIA"
            IF WS-Env-Ruta-Referencia NOT = SPACES THEN
               MOVE WS-Env-Ruta-Referencia TO WS-Ruta-Referencia
            END-IF
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_EXPORTACION_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "EXPORTACION_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            PERFORM MOD2-CARGAR-PERFIL THRU FIN-MD2
            OPEN OUTPUT ArchivoPaquete
            IF WS-Estado-Paquete NOT = "00" THEN
               DISPLAY "No se pudo abrir el paquete de trabajo "
                  FUNCTION TRIM(WS-Ruta-Trabajo-Paquete)
                  ", estado " WS-Estado-Paquete
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoPaquete
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO LineaPaquete
            MOVE "H" TO PQH-Tipo
            MOVE WS-Formato-Paquete TO PQH-Formato
            MOVE WS-Fecha-Hora-Actual TO PQH-FechaHora
            MOVE WS-Operador TO PQH-Operador
            MOVE WS-Corrida TO PQH-Corrida
            MOVE WS-Ruta-Perfil TO PQH-Perfil
            PERFORM MOD9-ESCRIBIR-PAQUETE THRU FIN-MD9
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Exportacion del sistema - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               " - corrida " DELIMITED BY SIZE
               WS-Corrida DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Perfil exportado: " DELIMITED BY SIZE
               WS-Ruta-Perfil DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Paquete: " DELIMITED BY SIZE
               WS-Ruta-Paquete DELIMITED BY SPACE
               " (se arma en " DELIMITED BY SIZE
               WS-Ruta-Trabajo-Paquete DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Perfil-Omitidas > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: el perfil tiene mas de 150 datasets, "
                  DELIMITED BY SIZE
                  "los ultimos no se exportan" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF
            PERFORM MOD15-CONTROLAR-REFERENCIA THRU FIN-MD15.

      * Carga las entradas NOMBRE=RUTA del perfil; las lineas en
      * blanco y las que empiezan con * son comentarios.
       MOD2-CARGAR-PERFIL.
            OPEN INPUT ArchivoPerfil
            IF WS-Estado-Perfil NOT = "00" THEN
               DISPLAY "No se pudo leer el perfil de ambiente "
                  FUNCTION TRIM(WS-Ruta-Perfil) " (estado "
                  WS-Estado-Perfil ")."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD2B-LEER-PERFIL THRU FIN-MD2B
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoPerfil.
       FIN-MD2.
            EXIT.

       MOD2B-LEER-PERFIL.
            READ ArchivoPerfil
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD2B
            END-READ
            IF LineaPerfil = SPACES OR LineaPerfil(1:1) = "*" THEN
               GO TO FIN-MD2B
            END-IF
            MOVE SPACES TO WS-Nombre-Linea
            MOVE SPACES TO WS-Ruta-Linea
            UNSTRING LineaPerfil DELIMITED BY "="
               INTO WS-Nombre-Linea WS-Ruta-Linea
            END-UNSTRING
            IF WS-Nombre-Linea = SPACES OR WS-Ruta-Linea = SPACES
               THEN
               GO TO FIN-MD2B
            END-IF
            IF WS-Cant-Perfil >= 150 THEN
               ADD 1 TO WS-Perfil-Omitidas
               GO TO FIN-MD2B
            END-IF
            ADD 1 TO WS-Cant-Perfil
            MOVE WS-Nombre-Linea TO WS-Pf-Nombre(WS-Cant-Perfil)
            MOVE WS-Ruta-Linea TO WS-Pf-Ruta(WS-Cant-Perfil).
       FIN-MD2B.
            EXIT.

      * Una entrada del perfil: se omite, se enumera como familia
      * de generaciones o se exporta como dataset.
       MOD3-EXPORTAR-ENTRADA.
            MOVE WS-Pf-Nombre(WS-Ip) TO WS-Nombre-Actual
            MOVE 0 TO WS-Blancos-Finales
            INSPECT FUNCTION REVERSE(WS-Nombre-Actual)
               TALLYING WS-Blancos-Finales FOR LEADING SPACES
            COMPUTE WS-Largo-Nombre = 20 - WS-Blancos-Finales
            IF WS-Nombre-Actual = "BLOQUEO" OR "SORTWORK"
               OR "PAQUETE" OR "EXPORTACION_REPORTE" THEN
               GO TO FIN-MD3
            END-IF
            IF WS-Largo-Nombre > 8 THEN
               IF WS-Nombre-Actual(WS-Largo-Nombre - 7:8)
                  = "_TRABAJO" THEN
                  GO TO FIN-MD3
               END-IF
               IF WS-Nombre-Actual(WS-Largo-Nombre - 7:8)
                  = "_PREFIJO" THEN
                  MOVE WS-Pf-Ruta(WS-Ip) TO WS-Prefijo-Actual
                  PERFORM MOD5-GENERACIONES THRU FIN-MD5
                  GO TO FIN-MD3
               END-IF
            END-IF
            MOVE SPACES TO WS-Miembro-Actual
            MOVE WS-Pf-Ruta(WS-Ip) TO WS-Ruta-Dataset
            MOVE 'N' TO WS-Omitir-Ausente
            PERFORM MOD4-EXPORTAR-DATASET THRU FIN-MD4.
       FIN-MD3.
            EXIT.

      * Exporta el dataset WS-Nombre-Actual (miembro
      * WS-Miembro-Actual) de la ruta WS-Ruta-Dataset: linea D, una
      * linea R por registro y su renglon en el manifiesto.
       MOD4-EXPORTAR-DATASET.
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"
               WHEN "DEPARTAMENTOS"
               WHEN "MUNICIPIOS"
               WHEN "HISTORIAL"
               WHEN "DEMOGRAFIA"
               WHEN "NOMBRES"
               WHEN "OPERADORES"
               WHEN "SUPERFICIES"
                  MOVE "I" TO WS-Organizacion-Actual
               WHEN OTHER
                  MOVE "L" TO WS-Organizacion-Actual
            END-EVALUATE
            PERFORM MOD6-ABRIR-DATASET THRU FIN-MD6
      * Un miembro de generacion que no existe no es un dataset.
            IF WS-Estado-Dataset = "35" AND WS-Omitir-Ausente = 'S'
               THEN
               GO TO FIN-MD4
            END-IF
            IF WS-Cant-Datasets >= WS-Max-Datasets THEN
               ADD 1 TO WS-Datasets-Omitidos
               IF WS-Estado-Dataset = "00" THEN
                  PERFORM MOD6C-CERRAR-DATASET THRU FIN-MD6C
               END-IF
               GO TO FIN-MD4
            END-IF
            ADD 1 TO WS-Cant-Datasets
            MOVE WS-Cant-Datasets TO WS-Id
            MOVE WS-Nombre-Actual TO WS-Ds-Nombre(WS-Id)
            MOVE WS-Miembro-Actual TO WS-Ds-Miembro(WS-Id)
            MOVE WS-Organizacion-Actual TO WS-Ds-Organizacion(WS-Id)
            MOVE 0 TO WS-Ds-Registros(WS-Id)
            MOVE 0 TO WS-Ds-Huella(WS-Id)
            IF WS-Estado-Dataset = "35" THEN
               MOVE "A" TO WS-Ds-Estado(WS-Id)
               ADD 1 TO WS-Cant-Ausentes
               GO TO FIN-MD4
            END-IF
            IF WS-Estado-Dataset NOT = "00" THEN
               MOVE "F" TO WS-Ds-Estado(WS-Id)
               ADD 1 TO WS-Cant-Fallidos
               DISPLAY "No se pudo abrir "
                  FUNCTION TRIM(WS-Ruta-Dataset)
                  ", estado " WS-Estado-Dataset
               GO TO FIN-MD4
            END-IF
            MOVE "E" TO WS-Ds-Estado(WS-Id)
            MOVE SPACES TO LineaPaquete
            MOVE "D" TO PQD-Tipo
            MOVE WS-Id TO PQD-Numero
            MOVE WS-Nombre-Actual TO PQD-Nombre
            MOVE WS-Miembro-Actual TO PQD-Miembro
            MOVE WS-Organizacion-Actual TO PQD-Organizacion
            MOVE WS-Ruta-Dataset TO PQD-Ruta
            PERFORM MOD9-ESCRIBIR-PAQUETE THRU FIN-MD9
            MOVE 'I' TO SC-Accion
            CALL "SumaControl" USING SC-Parametros
            MOVE 'N' TO WS-Fin-Dataset
            PERFORM MOD4B-COPIAR-REGISTRO THRU FIN-MD4B
               UNTIL WS-Fin-Dataset = 'S'
            MOVE SC-Huella TO WS-Ds-Huella(WS-Id)
            PERFORM MOD6C-CERRAR-DATASET THRU FIN-MD6C
            IF WS-Ds-Estado(WS-Id) = "E" THEN
               ADD 1 TO WS-Cant-Exportados
            ELSE
               ADD 1 TO WS-Cant-Fallidos
               DISPLAY "Lectura incompleta de "
                  FUNCTION TRIM(WS-Ruta-Dataset) ", estado "
                  WS-Estado-Falla
            END-IF.
       FIN-MD4.
            EXIT.

       MOD4B-COPIAR-REGISTRO.
            PERFORM MOD6B-LEER-DATASET THRU FIN-MD6B
            IF WS-Fin-Dataset = 'S' THEN
               GO TO FIN-MD4B
            END-IF
      * 02 es clave alterna duplicada (el maestro por nombre): la
      * lectura es buena. 06 es una linea mas larga que el
      * registro: se cortaria, asi que el dataset queda fallido.
            IF WS-Estado-Dataset NOT = "00" AND
               WS-Estado-Dataset NOT = "02" THEN
               MOVE WS-Estado-Dataset TO WS-Estado-Falla
               MOVE "F" TO WS-Ds-Estado(WS-Id)
               MOVE 'S' TO WS-Fin-Dataset
               GO TO FIN-MD4B
            END-IF
            MOVE 'A' TO SC-Accion
            MOVE WS-Registro-Dataset TO SC-Registro
            MOVE WS-Ancho-Dataset TO SC-Ancho
            CALL "SumaControl" USING SC-Parametros
            MOVE SPACES TO LineaPaquete
            MOVE "R" TO PQR-Tipo
            MOVE WS-Id TO PQR-Numero
            MOVE SC-Longitud TO PQR-Longitud
            IF SC-Longitud > 0 THEN
               MOVE WS-Registro-Dataset(1:SC-Longitud) TO PQR-Datos
            END-IF
            PERFORM MOD9-ESCRIBIR-PAQUETE THRU FIN-MD9
            ADD 1 TO WS-Ds-Registros(WS-Id)
            ADD 1 TO WS-Total-Registros.
       FIN-MD4B.
            EXIT.

      * Familias de generaciones: cada generacion que existe se
      * exporta como dataset aparte, con el miembro que sigue al
      * prefijo.
       MOD5-GENERACIONES.
            EVALUATE WS-Nombre-Actual
               WHEN "RESPALDO_PREFIJO"
                  PERFORM MOD5B-PROBAR-DIGITO THRU FIN-MD5B
                     VARYING WS-Gen-Numero FROM 1 BY 1
                     UNTIL WS-Gen-Numero > 9
               WHEN "JOURNAL_ARCH_PREFIJO"
                  PERFORM MOD5C-PROBAR-DOS-CIFRAS THRU FIN-MD5C
                     VARYING WS-Gen-Numero FROM 1 BY 1
                     UNTIL WS-Gen-Numero > 99
               WHEN "INE_RECIBIDA_PREFIJO"
                  MOVE 'A' TO WS-Estado-Buscado
                  MOVE "INE_PUBLICACIONES" TO WS-Nombre-Buscado
                  PERFORM MOD5D-RECORRER-CATALOGO THRU FIN-MD5D
               WHEN "INE_RETENIDA_PREFIJO"
                  MOVE 'R' TO WS-Estado-Buscado
                  MOVE "INE_PUBLICACIONES" TO WS-Nombre-Buscado
                  PERFORM MOD5D-RECORRER-CATALOGO THRU FIN-MD5D
               WHEN "REPORTE_ARCH_PREFIJO"
                  MOVE "REPORTES_CATALOGO" TO WS-Nombre-Buscado
                  PERFORM MOD5D-RECORRER-CATALOGO THRU FIN-MD5D
               WHEN OTHER
      * Una familia nueva sin regla de enumeracion queda en el
      * manifiesto como no exportada, para que se vea.
                  IF WS-Cant-Datasets < WS-Max-Datasets THEN
                     ADD 1 TO WS-Cant-Datasets
                     MOVE WS-Cant-Datasets TO WS-Id
                     MOVE WS-Nombre-Actual TO WS-Ds-Nombre(WS-Id)
                     MOVE "*" TO WS-Ds-Miembro(WS-Id)
                     MOVE "L" TO WS-Ds-Organizacion(WS-Id)
                     MOVE "N" TO WS-Ds-Estado(WS-Id)
                     MOVE 0 TO WS-Ds-Registros(WS-Id)
                     MOVE 0 TO WS-Ds-Huella(WS-Id)
                     ADD 1 TO WS-Cant-Fallidos
                  ELSE
                     ADD 1 TO WS-Datasets-Omitidos
                  END-IF
            END-EVALUATE.
       FIN-MD5.
            EXIT.

      * Respaldos del maestro: <prefijo><n>.DAT, n de 1 a 9.
       MOD5B-PROBAR-DIGITO.
            MOVE WS-Gen-Numero TO WS-Gen-Digito
            MOVE SPACES TO WS-Miembro-Actual
            STRING WS-Gen-Digito DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Miembro-Actual
            END-STRING
            PERFORM MOD5F-EXPORTAR-MIEMBRO THRU FIN-MD5F.
       FIN-MD5B.
            EXIT.

      * Journal archivado: <prefijo><nn>.DAT, nn de 01 a 99.
       MOD5C-PROBAR-DOS-CIFRAS.
            MOVE WS-Gen-Numero TO WS-Gen-Dos-Cifras
            MOVE SPACES TO WS-Miembro-Actual
            STRING WS-Gen-Dos-Cifras DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Miembro-Actual
            END-STRING
            PERFORM MOD5F-EXPORTAR-MIEMBRO THRU FIN-MD5F.
       FIN-MD5C.
            EXIT.

      * Miembros que figuran en un catalogo: un miembro del
      * catalogo que ya no existe se informa como ausente.
       MOD5D-RECORRER-CATALOGO.
            PERFORM MOD7-BUSCAR-PERFIL THRU FIN-MD7
            IF WS-Perfil-Hallado NOT = 'S' THEN
               GO TO FIN-MD5D
            END-IF
            MOVE WS-Ruta-Hallada TO WS-Ruta-Catalogo
            OPEN INPUT ArchivoCatalogo
            IF WS-Estado-Catalogo NOT = "00" THEN
               GO TO FIN-MD5D
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD5E-LEER-CATALOGO THRU FIN-MD5E
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoCatalogo.
       FIN-MD5D.
            EXIT.

       MOD5E-LEER-CATALOGO.
            READ ArchivoCatalogo
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD5E
            END-READ
            MOVE SPACES TO WS-Miembro-Actual
            IF WS-Nombre-Actual = "REPORTE_ARCH_PREFIJO" THEN
               IF RA-Archivo = SPACES THEN
                  GO TO FIN-MD5E
               END-IF
               MOVE RA-Archivo TO WS-Miembro-Actual
            ELSE
               IF PB-Estado NOT = WS-Estado-Buscado THEN
                  GO TO FIN-MD5E
               END-IF
               STRING PB-FechaHora(1:14) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-Miembro-Actual
               END-STRING
            END-IF
            MOVE 'N' TO WS-Omitir-Ausente
            PERFORM MOD5G-ARMAR-RUTA THRU FIN-MD5G
            PERFORM MOD4-EXPORTAR-DATASET THRU FIN-MD4.
       FIN-MD5E.
            EXIT.

       MOD5F-EXPORTAR-MIEMBRO.
            MOVE 'S' TO WS-Omitir-Ausente
            PERFORM MOD5G-ARMAR-RUTA THRU FIN-MD5G
            PERFORM MOD4-EXPORTAR-DATASET THRU FIN-MD4.
       FIN-MD5F.
            EXIT.

       MOD5G-ARMAR-RUTA.
            MOVE SPACES TO WS-Ruta-Dataset
            STRING WS-Prefijo-Actual DELIMITED BY SPACE
               WS-Miembro-Actual DELIMITED BY SPACE
               INTO WS-Ruta-Dataset
            END-STRING.
       FIN-MD5G.
            EXIT.

      * Apertura, lectura y cierre del dataset en curso con el
      * archivo que corresponde a su layout.
       MOD6-ABRIR-DATASET.
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"      OPEN INPUT ArchivoCiudades
               WHEN "DEPARTAMENTOS" OPEN INPUT ArchivoDepartamentos
               WHEN "MUNICIPIOS"    OPEN INPUT ArchivoMunicipios
               WHEN "HISTORIAL"     OPEN INPUT ArchivoHistorialCenso
               WHEN "DEMOGRAFIA"    OPEN INPUT ArchivoDemografia
               WHEN "NOMBRES"       OPEN INPUT ArchivoNombres
               WHEN "OPERADORES"    OPEN INPUT ArchivoOperadores
               WHEN "SUPERFICIES"   OPEN INPUT ArchivoSuperficies
               WHEN OTHER           OPEN INPUT ArchivoDataset
            END-EVALUATE.
       FIN-MD6.
            EXIT.

       MOD6B-LEER-DATASET.
            MOVE SPACES TO WS-Registro-Dataset
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"
                  READ ArchivoCiudades NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE DetallesCiudad TO WS-Registro-Dataset
                  MOVE 71 TO WS-Ancho-Dataset
               WHEN "DEPARTAMENTOS"
                  READ ArchivoDepartamentos NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE DetallesDepartamento TO WS-Registro-Dataset
                  MOVE 50 TO WS-Ancho-Dataset
               WHEN "MUNICIPIOS"
                  READ ArchivoMunicipios NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE DetallesMunicipio TO WS-Registro-Dataset
                  MOVE 66 TO WS-Ancho-Dataset
               WHEN "HISTORIAL"
                  READ ArchivoHistorialCenso NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE RegistroHistorialCenso TO WS-Registro-Dataset
                  MOVE 96 TO WS-Ancho-Dataset
               WHEN "DEMOGRAFIA"
                  READ ArchivoDemografia NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE RegistroDemografia TO WS-Registro-Dataset
                  MOVE 280 TO WS-Ancho-Dataset
               WHEN "NOMBRES"
                  READ ArchivoNombres NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE RegistroNombre TO WS-Registro-Dataset
                  MOVE 40 TO WS-Ancho-Dataset
               WHEN "OPERADORES"
                  READ ArchivoOperadores NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE DetallesOperador TO WS-Registro-Dataset
                  MOVE 81 TO WS-Ancho-Dataset
               WHEN "SUPERFICIES"
                  READ ArchivoSuperficies NEXT RECORD
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE DetallesSuperficie TO WS-Registro-Dataset
                  MOVE 93 TO WS-Ancho-Dataset
               WHEN OTHER
                  READ ArchivoDataset
                     AT END MOVE 'S' TO WS-Fin-Dataset
                  END-READ
                  MOVE LineaDataset TO WS-Registro-Dataset
                  MOVE 300 TO WS-Ancho-Dataset
            END-EVALUATE.
       FIN-MD6B.
            EXIT.

       MOD6C-CERRAR-DATASET.
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"      CLOSE ArchivoCiudades
               WHEN "DEPARTAMENTOS" CLOSE ArchivoDepartamentos
               WHEN "MUNICIPIOS"    CLOSE ArchivoMunicipios
               WHEN "HISTORIAL"     CLOSE ArchivoHistorialCenso
               WHEN "DEMOGRAFIA"    CLOSE ArchivoDemografia
               WHEN "NOMBRES"       CLOSE ArchivoNombres
               WHEN "OPERADORES"    CLOSE ArchivoOperadores
               WHEN "SUPERFICIES"   CLOSE ArchivoSuperficies
               WHEN OTHER           CLOSE ArchivoDataset
            END-EVALUATE.
       FIN-MD6C.
            EXIT.

      * Busca WS-Nombre-Buscado en el perfil y deja su ruta en
      * WS-Ruta-Hallada.
       MOD7-BUSCAR-PERFIL.
            MOVE 'N' TO WS-Perfil-Hallado
            MOVE SPACES TO WS-Ruta-Hallada
            PERFORM MOD7B-COMPARAR-PERFIL THRU FIN-MD7B
               VARYING WS-Jp FROM 1 BY 1
               UNTIL WS-Jp > WS-Cant-Perfil
                  OR WS-Perfil-Hallado = 'S'.
       FIN-MD7.
            EXIT.

       MOD7B-COMPARAR-PERFIL.
            IF WS-Pf-Nombre(WS-Jp) = WS-Nombre-Buscado THEN
               MOVE WS-Pf-Ruta(WS-Jp) TO WS-Ruta-Hallada
               MOVE 'S' TO WS-Perfil-Hallado
            END-IF.
       FIN-MD7B.
            EXIT.

      * Manifiesto al final del paquete, el registro final y el
      * mismo detalle en el reporte.
       MOD8-MANIFIESTO.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE SPACES TO WS-Linea-Reporte
            STRING " Nro  Dataset              " DELIMITED BY SIZE
               "Miembro                                       "
               DELIMITED BY SIZE
               "Org Estado       Registros      Huella"
               DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            PERFORM MOD8B-RENGLON-MANIFIESTO THRU FIN-MD8B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Datasets
            MOVE SPACES TO LineaPaquete
            MOVE "T" TO PQT-Tipo
            MOVE WS-Cant-Datasets TO PQT-Datasets
            MOVE WS-Lineas-Paquete TO PQT-Lineas
            PERFORM MOD9-ESCRIBIR-PAQUETE THRU FIN-MD9
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            MOVE WS-Total-Registros TO WS-Total-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Datasets: " DELIMITED BY SIZE
               WS-Cant-Exportados DELIMITED BY SIZE
               " exportados, " DELIMITED BY SIZE
               WS-Cant-Ausentes DELIMITED BY SIZE
               " ausentes, " DELIMITED BY SIZE
               WS-Cant-Fallidos DELIMITED BY SIZE
               " con fallas. Registros: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Total-Mask) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            IF WS-Datasets-Omitidos > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: mas de 3000 datasets, " DELIMITED BY SIZE
                  WS-Datasets-Omitidos DELIMITED BY SIZE
                  " quedaron fuera del paquete" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
            END-IF.
       FIN-MD8.
            EXIT.

       MOD8B-RENGLON-MANIFIESTO.
            MOVE SPACES TO LineaPaquete
            MOVE "M" TO PQM-Tipo
            MOVE WS-Id TO PQM-Numero
            MOVE WS-Ds-Nombre(WS-Id) TO PQM-Nombre
            MOVE WS-Ds-Miembro(WS-Id) TO PQM-Miembro
            MOVE WS-Ds-Organizacion(WS-Id) TO PQM-Organizacion
            MOVE WS-Ds-Estado(WS-Id) TO PQM-Estado
            MOVE WS-Ds-Registros(WS-Id) TO PQM-Registros
            MOVE WS-Ds-Huella(WS-Id) TO PQM-Huella
            PERFORM MOD9-ESCRIBIR-PAQUETE THRU FIN-MD9
            EVALUATE WS-Ds-Estado(WS-Id)
               WHEN "E" MOVE "EXPORTADO" TO WS-Estado-Texto
               WHEN "A" MOVE "AUSENTE" TO WS-Estado-Texto
               WHEN "F" MOVE "FALLIDO" TO WS-Estado-Texto
               WHEN OTHER MOVE "NO ENUMERA" TO WS-Estado-Texto
            END-EVALUATE
            MOVE SPACES TO WS-Huella-Texto
            IF WS-Ds-Estado(WS-Id) = "E" THEN
               MOVE WS-Ds-Huella(WS-Id) TO WS-Huella-Texto
            END-IF
            MOVE WS-Id TO WS-Numero-Mask
            MOVE WS-Ds-Registros(WS-Id) TO WS-Registros-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING WS-Numero-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Ds-Nombre(WS-Id) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Ds-Miembro(WS-Id)(1:45) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Ds-Organizacion(WS-Id) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-Estado-Texto DELIMITED BY SIZE
               WS-Registros-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Huella-Texto DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD8B.
            EXIT.

      * Toda linea del paquete se cuenta, para el registro final.
       MOD9-ESCRIBIR-PAQUETE.
            WRITE LineaPaquete
            IF WS-Estado-Paquete NOT = "00" THEN
               DISPLAY "No se pudo grabar el paquete, estado "
                  WS-Estado-Paquete ". Exportacion cancelada."
               CLOSE ArchivoPaquete
               CLOSE ArchivoReporte
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-Lineas-Paquete.
       FIN-MD9.
            EXIT.

       MOD10-ESCRIBIR.
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD10.
            EXIT.

      * Toma el bloqueo compartido del maestro via BloqueoMaestro:
      * la exportacion solo lee, pero nadie debe actualizar mientras
      * se copia. Si otro programa lo tiene en exclusivo, reintenta
      * y al desistir termina sin tocar nada.
       MOD11-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "ExportarSistema" TO BLQ-Programa
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
      * reportes. Si la copia no se puede hacer solo se avisa.
       MOD13-ARCHIVAR-REPORTE.
            MOVE "EXPORTA" TO ARC-Tipo
            MOVE "ExportarSistema" TO ARC-Programa
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

      * Con el registro final grabado y el paquete de trabajo
      * cerrado, se renombra sobre el paquete: recien ahi se
      * reemplaza el de la corrida anterior. Si el renombre falla
      * el paquete anterior queda como estaba y el de esta corrida
      * sigue completo en el archivo de trabajo.
       MOD14-PUBLICAR-PAQUETE.
            CALL "CBL_RENAME_FILE" USING WS-Ruta-Trabajo-Paquete
               WS-Ruta-Paquete
               RETURNING WS-Resultado-Renombre
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Resultado-Renombre = 0 THEN
               MOVE WS-Lineas-Paquete TO WS-Total-Mask
               STRING "Paquete completo (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Total-Mask) DELIMITED BY SIZE
                  " lineas) publicado en " DELIMITED BY SIZE
                  WS-Ruta-Paquete DELIMITED BY SPACE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               GO TO FIN-MD14
            END-IF
            DISPLAY "No se pudo renombrar el paquete de trabajo "
               FUNCTION TRIM(WS-Ruta-Trabajo-Paquete) " sobre "
               FUNCTION TRIM(WS-Ruta-Paquete) " (resultado "
               WS-Resultado-Renombre "). El paquete anterior queda "
               "como estaba; el de esta corrida esta completo en el "
               "archivo de trabajo."
            STRING "ERROR: el paquete no se pudo publicar; el de "
               DELIMITED BY SIZE
               "esta corrida queda en " DELIMITED BY SIZE
               WS-Ruta-Trabajo-Paquete DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD14.
            EXIT.

      * Cada nombre de la lista completa de datasets que no figura
      * en el perfil exportado se informa: ese dataset no entra en
      * el paquete. Sin la lista no se puede controlar y solo se
      * avisa.
       MOD15-CONTROLAR-REFERENCIA.
            OPEN INPUT ArchivoReferencia
            IF WS-Estado-Referencia NOT = "00" THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: no se pudo leer la lista de datasets "
                  DELIMITED BY SIZE
                  WS-Ruta-Referencia DELIMITED BY SPACE
                  "; no se controla que el perfil los tenga todos"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD10-ESCRIBIR THRU FIN-MD10
               DISPLAY "Aviso: no se pudo leer la lista de datasets "
                  FUNCTION TRIM(WS-Ruta-Referencia) " (estado "
                  WS-Estado-Referencia ")."
               GO TO FIN-MD15
            END-IF
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD15B-LEER-REFERENCIA THRU FIN-MD15B
               UNTIL WS-Fin-Archivo = 'S'
            CLOSE ArchivoReferencia
            IF WS-Cant-Faltantes > 0 THEN
               DISPLAY "Aviso: al perfil exportado le faltan "
                  WS-Cant-Faltantes " datasets de la lista "
                  FUNCTION TRIM(WS-Ruta-Referencia)
                  " (detalle en el reporte)."
            END-IF.
       FIN-MD15.
            EXIT.

       MOD15B-LEER-REFERENCIA.
            READ ArchivoReferencia
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD15B
            END-READ
            IF LineaReferencia = SPACES
               OR LineaReferencia(1:1) = "*" THEN
               GO TO FIN-MD15B
            END-IF
            MOVE SPACES TO WS-Nombre-Linea
            MOVE SPACES TO WS-Ruta-Linea
            UNSTRING LineaReferencia DELIMITED BY "="
               INTO WS-Nombre-Linea WS-Ruta-Linea
            END-UNSTRING
            IF WS-Nombre-Linea = SPACES THEN
               GO TO FIN-MD15B
            END-IF
            MOVE WS-Nombre-Linea TO WS-Nombre-Buscado
            PERFORM MOD7-BUSCAR-PERFIL THRU FIN-MD7
            IF WS-Perfil-Hallado = 'S' THEN
               GO TO FIN-MD15B
            END-IF
            ADD 1 TO WS-Cant-Faltantes
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Aviso: el perfil no tiene el dataset "
               DELIMITED BY SIZE
               WS-Nombre-Linea DELIMITED BY SPACE
               " de la lista; no entra en el paquete"
               DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD10-ESCRIBIR THRU FIN-MD10.
       FIN-MD15B.
            EXIT.
       END PROGRAM ExportarSistema.
