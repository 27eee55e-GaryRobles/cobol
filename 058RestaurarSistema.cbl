      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RestaurarSistema.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Restauracion completa del sistema desde el paquete
            que genera ExportarSistema, sobre el ambiente que nombra
            RESTAURAR_PERFIL (o el perfil activo CIUDADES_PERFIL).
            Primero verifica el paquete entero contra su manifiesto:
            cabecera y formato, cada dataset con su cantidad de
            registros y su huella (SumaControl), y el registro final
            con la cantidad de lineas, que detecta un paquete
            cortado. Si algo no coincide no se restaura nada. Luego
            resuelve el destino de cada dataset en el perfil (las
            generaciones como prefijo mas miembro) y revisa cuales
            ya existen: sin RESTAURAR_REEMPLAZAR=S no se pisa ningun
            archivo existente y se listan todos antes de grabar
            nada; con RESTAURAR_REEMPLAZAR=S hace falta una sesion
            de supervisor (un ambiente vacio no la pide, todavia no
            tiene operadores). Con RESTAURAR_VERIFICAR=S solo
            verifica el paquete y los destinos. Al reconstruir, los
            INDEXED se graban en orden de clave con su propio
            layout y los demas como lineas; cada dataset grabado se
            vuelve a leer y su huella se compara con la del
            manifiesto. Todo va al reporte. Codigos de retorno: 1
            error de archivo o de perfil o el paquete no es de
            exportacion, 2 el paquete no verifica, hay destinos
            existentes, algun dataset no se restauro o no verifica,
            3 maestro en uso o sesion rechazada.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Perfil de ambiente destino: lineas NOMBRE=RUTA, como lo lee
      * PerfilAmbiente.
       SELECT ArchivoPerfil ASSIGN TO WS-Ruta-Perfil
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Perfil.

      * Paquete de exportacion. La ruta se toma de
      * CIUDADES_PAQUETE_DD.
       SELECT ArchivoPaquete ASSIGN TO WS-Ruta-Paquete
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Paquete.

      * Dataset LINE SEQUENTIAL en curso (cualquiera que no sea
      * INDEXED); la ruta es el destino resuelto en el perfil.
       SELECT ArchivoDataset ASSIGN TO WS-Ruta-Dataset
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Dataset.

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

      * Reporte de la restauracion. La ruta se toma de
      * CIUDADES_RESTAURACION_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoPerfil.
       01 LineaPerfil               PIC X(130).

      * Paquete: la primera posicion indica el tipo de linea (ver
      * ExportarSistema). H cabecera, D comienzo de dataset, R
      * registro del dataset, M entrada del manifiesto, T final.
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
       01 WS-Ruta-Paquete           PIC X(100)
               VALUE "/home/gary/CIUDADES_PAQUETE.DAT".
       01 WS-Env-Ruta-Paquete       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Paquete         PIC XX         VALUE "00".
       01 WS-Ruta-Dataset           PIC X(100)     VALUE SPACES.
       01 WS-Estado-Dataset         PIC XX         VALUE "00".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_RESTAURACION_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Fin-Archivo            PIC X          VALUE 'N'.
       01 WS-Fin-Dataset            PIC X          VALUE 'N'.
       01 WS-Modo-Reemplazar        PIC X          VALUE 'N'.
       01 WS-Modo-Verificar         PIC X          VALUE 'N'.
       01 WS-Restaurar              PIC X          VALUE 'N'.
       01 WS-Formato-Paquete        PIC X(8)       VALUE "CIUDPQ01".
      * Entradas del perfil destino.
       01 WS-Cant-Perfil            PIC 9(3)       VALUE 0.
       01 WS-Perfil-Omitidas        PIC 9(3)       VALUE 0.
       01 WS-Tabla-Perfil.
          02 WS-Perfil-Entrada OCCURS 150 TIMES.
             03 WS-Pf-Nombre        PIC X(20).
             03 WS-Pf-Ruta          PIC X(100).
       01 WS-Jp                     PIC 9(3)       VALUE 0.
       01 WS-Nombre-Linea           PIC X(20)      VALUE SPACES.
       01 WS-Ruta-Linea             PIC X(100)     VALUE SPACES.
       01 WS-Nombre-Buscado         PIC X(20)      VALUE SPACES.
       01 WS-Ruta-Hallada           PIC X(100)     VALUE SPACES.
       01 WS-Perfil-Hallado         PIC X          VALUE 'N'.
      * Datos de la cabecera del paquete.
       01 WS-Paq-FechaHora          PIC X(21)      VALUE SPACES.
       01 WS-Paq-Operador           PIC X(20)      VALUE SPACES.
       01 WS-Paq-Corrida            PIC X(5)       VALUE SPACES.
       01 WS-Paq-Perfil             PIC X(100)     VALUE SPACES.
      * Verificacion del paquete.
       01 WS-Lineas-Leidas          PIC 9(11)      VALUE 0.
       01 WS-Cant-Manifiesto        PIC 9(4)       VALUE 0.
       01 WS-Errores-Estructura     PIC 9(7)       VALUE 0.
       01 WS-Final-Visto            PIC X          VALUE 'N'.
       01 WS-Final-Correcto         PIC X          VALUE 'N'.
       01 WS-Paquete-Integro        PIC X          VALUE 'N'.
       01 WS-Actual                 PIC 9(4)       VALUE 0.
      * Un renglon por numero de dataset del paquete.
      * WS-Ds-Resultado: 'P' verificado y pendiente de restaurar,
      * 'X' no coincide con el manifiesto, 'A' ausente en el
      * origen, 'F' incompleto en el origen, 'S' sin destino en el
      * perfil, 'V' restaurado y verificado, 'N' restaurado pero no
      * verifica, 'W' fallo al grabar.
       01 WS-Cant-Datasets          PIC 9(4)       VALUE 0.
       01 WS-Max-Datasets           PIC 9(4)       VALUE 3000.
       01 WS-Tabla-Datasets.
          02 WS-Ds-Entrada OCCURS 3000 TIMES.
             03 WS-Ds-Nombre        PIC X(20).
             03 WS-Ds-Miembro       PIC X(60).
             03 WS-Ds-Organizacion  PIC X.
             03 WS-Ds-Visto-D       PIC X.
             03 WS-Ds-Visto-M       PIC X.
             03 WS-Ds-Estado-Origen PIC X.
             03 WS-Ds-Registros-Man PIC 9(9).
             03 WS-Ds-Huella-Man    PIC 9(10).
             03 WS-Ds-Registros-Paq PIC 9(9).
             03 WS-Ds-Huella-Paq    PIC 9(10).
             03 WS-Ds-Destino       PIC X(100).
             03 WS-Ds-Existe        PIC X.
             03 WS-Ds-Resultado     PIC X.
       01 WS-Id                     PIC 9(4)       VALUE 0.
       01 WS-Nombre-Actual          PIC X(20)      VALUE SPACES.
       01 WS-Registro-Dataset       PIC X(300)     VALUE SPACES.
       01 WS-Ancho-Dataset          PIC 9(3)       VALUE 0.
       01 WS-Registros-Releidos     PIC 9(9)       VALUE 0.
       01 WS-Grabando               PIC X          VALUE 'N'.
       01 WS-Id-Grabando            PIC 9(4)       VALUE 0.
      * Totales.
       01 WS-Cant-Pendientes        PIC 9(4)       VALUE 0.
       01 WS-Cant-Existentes        PIC 9(4)       VALUE 0.
       01 WS-Cant-Danados           PIC 9(4)       VALUE 0.
       01 WS-Cant-Ausentes          PIC 9(4)       VALUE 0.
       01 WS-Cant-Incompletos       PIC 9(4)       VALUE 0.
       01 WS-Cant-Sin-Destino       PIC 9(4)       VALUE 0.
       01 WS-Cant-Verificados       PIC 9(4)       VALUE 0.
       01 WS-Cant-No-Verifican      PIC 9(4)       VALUE 0.
      * Mascaras del renglon.
       01 WS-Numero-Mask            PIC ZZZ9.
       01 WS-Registros-Mask         PIC ZZZ,ZZZ,ZZ9.
       01 WS-Resultado-Texto        PIC X(26)      VALUE SPACES.
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
      * Parametros del subprograma SesionOperador: restaurar sobre
      * un ambiente vacio no pide sesion (todavia no hay
      * operadores), pero reemplazar datasets existentes es de
      * supervisor.
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
            PERFORM MOD3-VERIFICAR-PAQUETE THRU FIN-MD3
            PERFORM MOD4-REVISAR-DESTINOS THRU FIN-MD4
            PERFORM MOD5-DECIDIR THRU FIN-MD5
            IF WS-Restaurar = 'S' THEN
               PERFORM MOD6-RECONSTRUIR THRU FIN-MD6
            END-IF
            PERFORM MOD10-RESUMEN THRU FIN-MD10
            CLOSE ArchivoReporte
            PERFORM MOD14-ARCHIVAR-REPORTE THRU FIN-MD14
            PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
            DISPLAY "Restauracion del sistema: " WS-Cant-Verificados
               " datasets restaurados y verificados, "
               WS-Cant-No-Verifican " no verifican. Detalle en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            IF WS-Paquete-Integro NOT = 'S'
               OR WS-Cant-No-Verifican > 0
               OR WS-Cant-Incompletos > 0
               OR WS-Cant-Sin-Destino > 0
               OR (WS-Cant-Existentes > 0 AND
                   WS-Modo-Reemplazar NOT = 'S') THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            ACCEPT WS-Modo-Verificar FROM ENVIRONMENT
               "RESTAURAR_VERIFICAR"
            IF WS-Modo-Verificar = 's' THEN
               MOVE 'S' TO WS-Modo-Verificar
            END-IF
            ACCEPT WS-Modo-Reemplazar FROM ENVIRONMENT
               "RESTAURAR_REEMPLAZAR"
            IF WS-Modo-Reemplazar = 's' THEN
               MOVE 'S' TO WS-Modo-Reemplazar
            END-IF
            IF WS-Modo-Verificar = 'S' THEN
               MOVE 'N' TO WS-Modo-Reemplazar
            END-IF
            ACCEPT WS-Operador FROM ENVIRONMENT "USER"
            IF WS-Modo-Reemplazar = 'S' THEN
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
            PERFORM MOD12-TOMAR-BLOQUEO THRU FIN-MD12
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
      * El perfil destino: RESTAURAR_PERFIL permite restaurar sobre
      * un ambiente distinto del activo; si no, el activo.
            ACCEPT WS-Ruta-Perfil FROM ENVIRONMENT "RESTAURAR_PERFIL"
            IF WS-Ruta-Perfil = SPACES THEN
               ACCEPT WS-Ruta-Perfil FROM ENVIRONMENT
                  "CIUDADES_PERFIL"
            END-IF
            IF WS-Ruta-Perfil = SPACES THEN
               DISPLAY "Falta el perfil de ambiente destino: "
                  "defina RESTAURAR_PERFIL o CIUDADES_PERFIL (se "
                  "genera con ClonarAmbiente.sh)."
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
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
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_RESTAURACION_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "RESTAURACION_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            PERFORM MOD2-CARGAR-PERFIL THRU FIN-MD2
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Restauracion del sistema - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               " - operador " DELIMITED BY SIZE
               WS-Operador DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Paquete: " DELIMITED BY SIZE
               WS-Ruta-Paquete DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Perfil destino: " DELIMITED BY SIZE
               WS-Ruta-Perfil DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            EVALUATE TRUE
               WHEN WS-Modo-Verificar = 'S'
                  MOVE "Modo: solo verificacion, no se graba nada"
                     TO WS-Linea-Reporte
               WHEN WS-Modo-Reemplazar = 'S'
                  MOVE "Modo: restaurar reemplazando lo existente"
                     TO WS-Linea-Reporte
               WHEN OTHER
                  MOVE "Modo: restaurar sin pisar datasets existentes"
                     TO WS-Linea-Reporte
            END-EVALUATE
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            IF WS-Perfil-Omitidas > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: el perfil tiene mas de 150 datasets, "
                  DELIMITED BY SIZE
                  "los ultimos no se usan" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            END-IF.

      * Carga las entradas NOMBRE=RUTA del perfil; las lineas en
      * blanco y las que empiezan con * son comentarios.
       MOD2-CARGAR-PERFIL.
            OPEN INPUT ArchivoPerfil
            IF WS-Estado-Perfil NOT = "00" THEN
               DISPLAY "No se pudo leer el perfil de ambiente "
                  FUNCTION TRIM(WS-Ruta-Perfil) " (estado "
                  WS-Estado-Perfil ")."
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
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

      * Primera pasada: recalcula cantidad y huella de cada dataset
      * del paquete y las compara con el manifiesto y el final.
       MOD3-VERIFICAR-PAQUETE.
            INITIALIZE WS-Tabla-Datasets
            OPEN INPUT ArchivoPaquete
            IF WS-Estado-Paquete NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoPaquete, estado "
                  WS-Estado-Paquete
               CLOSE ArchivoReporte
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            READ ArchivoPaquete
               AT END MOVE SPACES TO LineaPaquete
            END-READ
            IF PQH-Tipo NOT = "H" OR
               PQH-Formato NOT = WS-Formato-Paquete THEN
               DISPLAY FUNCTION TRIM(WS-Ruta-Paquete)
                  " no es un paquete de ExportarSistema (formato "
                  WS-Formato-Paquete ")."
               CLOSE ArchivoPaquete
               CLOSE ArchivoReporte
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE PQH-FechaHora TO WS-Paq-FechaHora
            MOVE PQH-Operador TO WS-Paq-Operador
            MOVE PQH-Corrida TO WS-Paq-Corrida
            MOVE PQH-Perfil TO WS-Paq-Perfil
            MOVE 1 TO WS-Lineas-Leidas
            MOVE 0 TO WS-Actual
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD3B-LEER-PAQUETE THRU FIN-MD3B
               UNTIL WS-Fin-Archivo = 'S'
            PERFORM MOD3C-CERRAR-SUMA THRU FIN-MD3C
            CLOSE ArchivoPaquete
            MOVE 'N' TO WS-Paquete-Integro
            IF WS-Final-Visto = 'S' AND WS-Final-Correcto = 'S'
               AND WS-Errores-Estructura = 0 THEN
               MOVE 'S' TO WS-Paquete-Integro
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Exportado el " DELIMITED BY SIZE
               WS-Paq-FechaHora(1:8) DELIMITED BY SIZE
               " a las " DELIMITED BY SIZE
               WS-Paq-FechaHora(9:6) DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-Paq-Operador DELIMITED BY SPACE
               ", corrida " DELIMITED BY SIZE
               WS-Paq-Corrida DELIMITED BY SIZE
               ", perfil " DELIMITED BY SIZE
               WS-Paq-Perfil DELIMITED BY SPACE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            IF WS-Final-Visto NOT = 'S' THEN
               MOVE "El paquete no tiene registro final: esta cortado"
                  TO WS-Linea-Reporte
               PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            END-IF
            IF WS-Final-Visto = 'S' AND WS-Final-Correcto NOT = 'S'
               THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "El registro final no coincide con el paquete "
                  DELIMITED BY SIZE
                  "(lineas o datasets de mas o de menos)"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            END-IF
            IF WS-Errores-Estructura > 0 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Lineas fuera de lugar o ilegibles en el "
                  DELIMITED BY SIZE
                  "paquete: " DELIMITED BY SIZE
                  WS-Errores-Estructura DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            END-IF.
       FIN-MD3.
            EXIT.

       MOD3B-LEER-PAQUETE.
            READ ArchivoPaquete
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD3B
            END-READ
      * 06: una linea mas larga que cualquier tipo del paquete.
            IF WS-Estado-Paquete NOT = "00" THEN
               ADD 1 TO WS-Errores-Estructura
               ADD 1 TO WS-Lineas-Leidas
               GO TO FIN-MD3B
            END-IF
            IF WS-Final-Visto = 'S' THEN
               ADD 1 TO WS-Errores-Estructura
               ADD 1 TO WS-Lineas-Leidas
               GO TO FIN-MD3B
            END-IF
            EVALUATE LineaPaquete(1:1)
               WHEN "D"
                  PERFORM MOD3C-CERRAR-SUMA THRU FIN-MD3C
                  IF PQD-Numero NOT NUMERIC OR PQD-Numero = 0
                     OR PQD-Numero > WS-Max-Datasets THEN
                     ADD 1 TO WS-Errores-Estructura
                  ELSE
                     MOVE PQD-Numero TO WS-Actual
                     IF WS-Ds-Visto-D(WS-Actual) = 'S' THEN
                        ADD 1 TO WS-Errores-Estructura
                     END-IF
                     MOVE 'S' TO WS-Ds-Visto-D(WS-Actual)
                     MOVE PQD-Nombre TO WS-Ds-Nombre(WS-Actual)
                     MOVE PQD-Miembro TO WS-Ds-Miembro(WS-Actual)
                     MOVE PQD-Organizacion
                        TO WS-Ds-Organizacion(WS-Actual)
                     MOVE 0 TO WS-Ds-Registros-Paq(WS-Actual)
                     MOVE 'I' TO SC-Accion
                     CALL "SumaControl" USING SC-Parametros
                  END-IF
               WHEN "R"
                  IF WS-Actual = 0 OR PQR-Numero NOT = WS-Actual
                     THEN
                     ADD 1 TO WS-Errores-Estructura
                  ELSE
                     MOVE 'A' TO SC-Accion
                     MOVE PQR-Datos TO SC-Registro
                     MOVE 300 TO SC-Ancho
                     CALL "SumaControl" USING SC-Parametros
                     IF PQR-Longitud NOT NUMERIC OR
                        PQR-Longitud NOT = SC-Longitud THEN
                        ADD 1 TO WS-Errores-Estructura
                     END-IF
                     ADD 1 TO WS-Ds-Registros-Paq(WS-Actual)
                  END-IF
               WHEN "M"
                  PERFORM MOD3C-CERRAR-SUMA THRU FIN-MD3C
                  IF PQM-Numero NOT NUMERIC OR PQM-Numero = 0
                     OR PQM-Numero > WS-Max-Datasets
                     OR PQM-Registros NOT NUMERIC
                     OR PQM-Huella NOT NUMERIC THEN
                     ADD 1 TO WS-Errores-Estructura
                  ELSE
                     PERFORM MOD3D-ANOTAR-MANIFIESTO THRU FIN-MD3D
                  END-IF
               WHEN "T"
                  PERFORM MOD3C-CERRAR-SUMA THRU FIN-MD3C
                  MOVE 'S' TO WS-Final-Visto
                  MOVE 'N' TO WS-Final-Correcto
                  IF PQT-Datasets NUMERIC AND PQT-Lineas NUMERIC
                     THEN
                     IF PQT-Datasets = WS-Cant-Manifiesto AND
                        PQT-Lineas = WS-Lineas-Leidas THEN
                        MOVE 'S' TO WS-Final-Correcto
                     END-IF
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-Errores-Estructura
            END-EVALUATE
            ADD 1 TO WS-Lineas-Leidas.
       FIN-MD3B.
            EXIT.

      * Guarda la huella recalculada del dataset en curso.
       MOD3C-CERRAR-SUMA.
            IF WS-Actual > 0 THEN
               MOVE SC-Huella TO WS-Ds-Huella-Paq(WS-Actual)
               MOVE 0 TO WS-Actual
            END-IF.
       FIN-MD3C.
            EXIT.

       MOD3D-ANOTAR-MANIFIESTO.
            MOVE PQM-Numero TO WS-Id
            IF WS-Ds-Visto-M(WS-Id) = 'S' THEN
               ADD 1 TO WS-Errores-Estructura
            END-IF
            MOVE 'S' TO WS-Ds-Visto-M(WS-Id)
            ADD 1 TO WS-Cant-Manifiesto
            IF WS-Id > WS-Cant-Datasets THEN
               MOVE WS-Id TO WS-Cant-Datasets
            END-IF
            IF WS-Ds-Visto-D(WS-Id) NOT = 'S' THEN
               MOVE PQM-Nombre TO WS-Ds-Nombre(WS-Id)
               MOVE PQM-Miembro TO WS-Ds-Miembro(WS-Id)
               MOVE PQM-Organizacion TO WS-Ds-Organizacion(WS-Id)
            END-IF
            MOVE PQM-Estado TO WS-Ds-Estado-Origen(WS-Id)
            MOVE PQM-Registros TO WS-Ds-Registros-Man(WS-Id)
            MOVE PQM-Huella TO WS-Ds-Huella-Man(WS-Id).
       FIN-MD3D.
            EXIT.

      * Clasifica cada dataset del manifiesto y resuelve su destino
      * en el perfil; los que se van a restaurar se revisan para
      * saber si ya existen.
       MOD4-REVISAR-DESTINOS.
            PERFORM MOD4B-REVISAR-DATASET THRU FIN-MD4B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Datasets.
       FIN-MD4.
            EXIT.

       MOD4B-REVISAR-DATASET.
            MOVE 'N' TO WS-Ds-Existe(WS-Id)
            IF WS-Ds-Visto-M(WS-Id) NOT = 'S' THEN
               MOVE 'X' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Danados
               GO TO FIN-MD4B
            END-IF
            IF WS-Ds-Estado-Origen(WS-Id) = "A" THEN
               MOVE 'A' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Ausentes
               GO TO FIN-MD4B
            END-IF
            IF WS-Ds-Estado-Origen(WS-Id) NOT = "E" THEN
               MOVE 'F' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Incompletos
               GO TO FIN-MD4B
            END-IF
            IF WS-Ds-Visto-D(WS-Id) NOT = 'S'
               OR WS-Ds-Registros-Paq(WS-Id) NOT =
                  WS-Ds-Registros-Man(WS-Id)
               OR WS-Ds-Huella-Paq(WS-Id) NOT =
                  WS-Ds-Huella-Man(WS-Id) THEN
               MOVE 'X' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Danados
               GO TO FIN-MD4B
            END-IF
      * El destino: la ruta del mismo nombre en el perfil, o para
      * una generacion el prefijo del perfil mas el miembro.
            MOVE WS-Ds-Nombre(WS-Id) TO WS-Nombre-Buscado
            PERFORM MOD9-BUSCAR-PERFIL THRU FIN-MD9
            IF WS-Perfil-Hallado NOT = 'S' THEN
               MOVE 'S' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Sin-Destino
               GO TO FIN-MD4B
            END-IF
            IF WS-Ds-Miembro(WS-Id) = SPACES THEN
               MOVE WS-Ruta-Hallada TO WS-Ds-Destino(WS-Id)
            ELSE
               MOVE SPACES TO WS-Ds-Destino(WS-Id)
               STRING WS-Ruta-Hallada DELIMITED BY SPACE
                  WS-Ds-Miembro(WS-Id) DELIMITED BY SPACE
                  INTO WS-Ds-Destino(WS-Id)
               END-STRING
            END-IF
            MOVE 'P' TO WS-Ds-Resultado(WS-Id)
            ADD 1 TO WS-Cant-Pendientes
            MOVE WS-Ds-Nombre(WS-Id) TO WS-Nombre-Actual
            MOVE WS-Ds-Destino(WS-Id) TO WS-Ruta-Dataset
            PERFORM MOD8-ABRIR-ENTRADA THRU FIN-MD8
      * Cualquier estado que no sea "no existe" cuenta como
      * existente: no se pisa un archivo que no se pudo revisar.
            IF WS-Estado-Dataset NOT = "35" THEN
               MOVE 'S' TO WS-Ds-Existe(WS-Id)
               ADD 1 TO WS-Cant-Existentes
               IF WS-Estado-Dataset = "00" THEN
                  PERFORM MOD8C-CERRAR-DATASET THRU FIN-MD8C
               END-IF
            END-IF.
       FIN-MD4B.
            EXIT.

      * Decide si se reconstruye: solo con el paquete integro, fuera
      * del modo verificacion y sin pisar lo existente salvo que se
      * pida reemplazar.
       MOD5-DECIDIR.
            MOVE 'N' TO WS-Restaurar
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            EVALUATE TRUE
               WHEN WS-Paquete-Integro NOT = 'S'
                  OR WS-Cant-Danados > 0
                  MOVE 'N' TO WS-Paquete-Integro
                  STRING "PAQUETE DANADO: no coincide con su "
                     DELIMITED BY SIZE
                     "manifiesto, no se restaura nada"
                     DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
               WHEN WS-Modo-Verificar = 'S'
                  STRING "El paquete verifica contra su manifiesto. "
                     DELIMITED BY SIZE
                     "Modo verificacion: no se graba nada"
                     DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
               WHEN WS-Cant-Existentes > 0 AND
                    WS-Modo-Reemplazar NOT = 'S'
                  STRING "Hay datasets destino que ya existen "
                     DELIMITED BY SIZE
                     "(DESTINO EXISTE): no se graba nada. Para "
                     DELIMITED BY SIZE
                     "pisarlos use RESTAURAR_REEMPLAZAR=S"
                     DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
               WHEN OTHER
                  MOVE 'S' TO WS-Restaurar
                  STRING "El paquete verifica contra su manifiesto. "
                     DELIMITED BY SIZE
                     "Se reconstruyen los datasets" DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
            END-EVALUATE
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11.
       FIN-MD5.
            EXIT.

      * Segunda pasada: graba cada dataset pendiente en su destino
      * y al cerrarlo lo vuelve a leer para comprobarlo.
       MOD6-RECONSTRUIR.
            OPEN INPUT ArchivoPaquete
            IF WS-Estado-Paquete NOT = "00" THEN
               DISPLAY "No se pudo reabrir ArchivoPaquete, estado "
                  WS-Estado-Paquete
               CLOSE ArchivoReporte
               PERFORM MOD13-SOLTAR-BLOQUEO THRU FIN-MD13
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-Grabando
            MOVE 'N' TO WS-Fin-Archivo
            PERFORM MOD6B-LEER-PAQUETE THRU FIN-MD6B
               UNTIL WS-Fin-Archivo = 'S'
            PERFORM MOD6C-CERRAR-DESTINO THRU FIN-MD6C
            CLOSE ArchivoPaquete.
       FIN-MD6.
            EXIT.

       MOD6B-LEER-PAQUETE.
            READ ArchivoPaquete
               AT END
                  MOVE 'S' TO WS-Fin-Archivo
                  GO TO FIN-MD6B
            END-READ
            EVALUATE LineaPaquete(1:1)
               WHEN "D"
                  PERFORM MOD6C-CERRAR-DESTINO THRU FIN-MD6C
                  MOVE PQD-Numero TO WS-Id
                  IF WS-Ds-Resultado(WS-Id) = 'P' THEN
                     PERFORM MOD6D-ABRIR-DESTINO THRU FIN-MD6D
                  END-IF
               WHEN "R"
                  IF WS-Grabando = 'S' THEN
                     PERFORM MOD6E-GRABAR-REGISTRO THRU FIN-MD6E
                  END-IF
      * Despues de los datos solo queda el manifiesto.
               WHEN OTHER
                  PERFORM MOD6C-CERRAR-DESTINO THRU FIN-MD6C
                  IF LineaPaquete(1:1) = "M" THEN
                     MOVE 'S' TO WS-Fin-Archivo
                  END-IF
            END-EVALUATE.
       FIN-MD6B.
            EXIT.

       MOD6C-CERRAR-DESTINO.
            IF WS-Grabando NOT = 'S' THEN
               GO TO FIN-MD6C
            END-IF
            MOVE 'N' TO WS-Grabando
            PERFORM MOD8C-CERRAR-DATASET THRU FIN-MD8C
            MOVE WS-Id-Grabando TO WS-Id
            PERFORM MOD7-COMPROBAR-DESTINO THRU FIN-MD7.
       FIN-MD6C.
            EXIT.

       MOD6D-ABRIR-DESTINO.
            MOVE WS-Ds-Nombre(WS-Id) TO WS-Nombre-Actual
            MOVE WS-Ds-Destino(WS-Id) TO WS-Ruta-Dataset
            PERFORM MOD8D-ABRIR-SALIDA THRU FIN-MD8D
            IF WS-Estado-Dataset NOT = "00" THEN
               DISPLAY "No se pudo crear "
                  FUNCTION TRIM(WS-Ruta-Dataset) ", estado "
                  WS-Estado-Dataset
               MOVE 'W' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-No-Verifican
               GO TO FIN-MD6D
            END-IF
            MOVE 'S' TO WS-Grabando
            MOVE WS-Id TO WS-Id-Grabando.
       FIN-MD6D.
            EXIT.

      * 02 es clave alterna duplicada (el maestro por nombre): la
      * grabacion es buena.
       MOD6E-GRABAR-REGISTRO.
            MOVE PQR-Datos TO WS-Registro-Dataset
            PERFORM MOD8E-GRABAR-DATASET THRU FIN-MD8E
            IF WS-Estado-Dataset NOT = "00" AND
               WS-Estado-Dataset NOT = "02" THEN
               DISPLAY "No se pudo grabar en "
                  FUNCTION TRIM(WS-Ruta-Dataset) ", estado "
                  WS-Estado-Dataset
               MOVE 'N' TO WS-Grabando
               PERFORM MOD8C-CERRAR-DATASET THRU FIN-MD8C
               MOVE 'W' TO WS-Ds-Resultado(WS-Id-Grabando)
               ADD 1 TO WS-Cant-No-Verifican
            END-IF.
       FIN-MD6E.
            EXIT.

      * Relee el dataset grabado y compara cantidad y huella con
      * el manifiesto.
       MOD7-COMPROBAR-DESTINO.
            MOVE WS-Ds-Nombre(WS-Id) TO WS-Nombre-Actual
            MOVE WS-Ds-Destino(WS-Id) TO WS-Ruta-Dataset
            MOVE 'N' TO WS-Ds-Resultado(WS-Id)
            PERFORM MOD8-ABRIR-ENTRADA THRU FIN-MD8
            IF WS-Estado-Dataset NOT = "00" THEN
               ADD 1 TO WS-Cant-No-Verifican
               GO TO FIN-MD7
            END-IF
            MOVE 'I' TO SC-Accion
            CALL "SumaControl" USING SC-Parametros
            MOVE 0 TO WS-Registros-Releidos
            MOVE 'N' TO WS-Fin-Dataset
            PERFORM MOD7B-SUMAR-REGISTRO THRU FIN-MD7B
               UNTIL WS-Fin-Dataset = 'S'
            PERFORM MOD8C-CERRAR-DATASET THRU FIN-MD8C
            IF WS-Registros-Releidos = WS-Ds-Registros-Man(WS-Id)
               AND SC-Huella = WS-Ds-Huella-Man(WS-Id) THEN
               MOVE 'V' TO WS-Ds-Resultado(WS-Id)
               ADD 1 TO WS-Cant-Verificados
            ELSE
               ADD 1 TO WS-Cant-No-Verifican
            END-IF.
       FIN-MD7.
            EXIT.

       MOD7B-SUMAR-REGISTRO.
            PERFORM MOD8B-LEER-DATASET THRU FIN-MD8B
            IF WS-Fin-Dataset = 'S' THEN
               GO TO FIN-MD7B
            END-IF
            IF WS-Estado-Dataset NOT = "00" AND
               WS-Estado-Dataset NOT = "02" THEN
               MOVE 'S' TO WS-Fin-Dataset
               MOVE 0 TO SC-Huella
               GO TO FIN-MD7B
            END-IF
            MOVE 'A' TO SC-Accion
            MOVE WS-Registro-Dataset TO SC-Registro
            MOVE WS-Ancho-Dataset TO SC-Ancho
            CALL "SumaControl" USING SC-Parametros
            ADD 1 TO WS-Registros-Releidos.
       FIN-MD7B.
            EXIT.

      * Apertura, lectura, grabacion y cierre del dataset en curso
      * con el archivo que corresponde a su layout.
       MOD8-ABRIR-ENTRADA.
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
       FIN-MD8.
            EXIT.

       MOD8B-LEER-DATASET.
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
       FIN-MD8B.
            EXIT.

       MOD8C-CERRAR-DATASET.
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
       FIN-MD8C.
            EXIT.

       MOD8D-ABRIR-SALIDA.
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"      OPEN OUTPUT ArchivoCiudades
               WHEN "DEPARTAMENTOS" OPEN OUTPUT ArchivoDepartamentos
               WHEN "MUNICIPIOS"    OPEN OUTPUT ArchivoMunicipios
               WHEN "HISTORIAL"     OPEN OUTPUT ArchivoHistorialCenso
               WHEN "DEMOGRAFIA"    OPEN OUTPUT ArchivoDemografia
               WHEN "NOMBRES"       OPEN OUTPUT ArchivoNombres
               WHEN "OPERADORES"    OPEN OUTPUT ArchivoOperadores
               WHEN "SUPERFICIES"   OPEN OUTPUT ArchivoSuperficies
               WHEN OTHER           OPEN OUTPUT ArchivoDataset
            END-EVALUATE.
       FIN-MD8D.
            EXIT.

      * Los INDEXED se exportaron en orden de clave, asi que se
      * graban en el mismo orden con acceso secuencial.
       MOD8E-GRABAR-DATASET.
            EVALUATE WS-Nombre-Actual
               WHEN "CIUDADES"
                  MOVE WS-Registro-Dataset TO DetallesCiudad
                  WRITE DetallesCiudad
               WHEN "DEPARTAMENTOS"
                  MOVE WS-Registro-Dataset TO DetallesDepartamento
                  WRITE DetallesDepartamento
               WHEN "MUNICIPIOS"
                  MOVE WS-Registro-Dataset TO DetallesMunicipio
                  WRITE DetallesMunicipio
               WHEN "HISTORIAL"
                  MOVE WS-Registro-Dataset TO RegistroHistorialCenso
                  WRITE RegistroHistorialCenso
               WHEN "DEMOGRAFIA"
                  MOVE WS-Registro-Dataset TO RegistroDemografia
                  WRITE RegistroDemografia
               WHEN "NOMBRES"
                  MOVE WS-Registro-Dataset TO RegistroNombre
                  WRITE RegistroNombre
               WHEN "OPERADORES"
                  MOVE WS-Registro-Dataset TO DetallesOperador
                  WRITE DetallesOperador
               WHEN "SUPERFICIES"
                  MOVE WS-Registro-Dataset TO DetallesSuperficie
                  WRITE DetallesSuperficie
               WHEN OTHER
                  MOVE WS-Registro-Dataset TO LineaDataset
                  WRITE LineaDataset
            END-EVALUATE.
       FIN-MD8E.
            EXIT.

      * Busca WS-Nombre-Buscado en el perfil destino y deja su ruta
      * en WS-Ruta-Hallada.
       MOD9-BUSCAR-PERFIL.
            MOVE 'N' TO WS-Perfil-Hallado
            MOVE SPACES TO WS-Ruta-Hallada
            PERFORM MOD9B-COMPARAR-PERFIL THRU FIN-MD9B
               VARYING WS-Jp FROM 1 BY 1
               UNTIL WS-Jp > WS-Cant-Perfil
                  OR WS-Perfil-Hallado = 'S'.
       FIN-MD9.
            EXIT.

       MOD9B-COMPARAR-PERFIL.
            IF WS-Pf-Nombre(WS-Jp) = WS-Nombre-Buscado THEN
               MOVE WS-Pf-Ruta(WS-Jp) TO WS-Ruta-Hallada
               MOVE 'S' TO WS-Perfil-Hallado
            END-IF.
       FIN-MD9B.
            EXIT.

      * Detalle por dataset y totales.
       MOD10-RESUMEN.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            STRING " Nro  Dataset              " DELIMITED BY SIZE
               "Miembro                                       "
               DELIMITED BY SIZE
               "  Registros  Resultado" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            PERFORM MOD10B-RENGLON-DATASET THRU FIN-MD10B
               VARYING WS-Id FROM 1 BY 1
               UNTIL WS-Id > WS-Cant-Datasets
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Datasets en el paquete: " DELIMITED BY SIZE
               WS-Cant-Manifiesto DELIMITED BY SIZE
               ", a restaurar: " DELIMITED BY SIZE
               WS-Cant-Pendientes DELIMITED BY SIZE
               ", destinos existentes: " DELIMITED BY SIZE
               WS-Cant-Existentes DELIMITED BY SIZE
               ", ausentes en el origen: " DELIMITED BY SIZE
               WS-Cant-Ausentes DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            MOVE SPACES TO WS-Linea-Reporte
            STRING "No coinciden: " DELIMITED BY SIZE
               WS-Cant-Danados DELIMITED BY SIZE
               ", incompletos en el origen: " DELIMITED BY SIZE
               WS-Cant-Incompletos DELIMITED BY SIZE
               ", sin destino: " DELIMITED BY SIZE
               WS-Cant-Sin-Destino DELIMITED BY SIZE
               ", restaurados y verificados: " DELIMITED BY SIZE
               WS-Cant-Verificados DELIMITED BY SIZE
               ", no verifican: " DELIMITED BY SIZE
               WS-Cant-No-Verifican DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11.
       FIN-MD10.
            EXIT.

       MOD10B-RENGLON-DATASET.
            EVALUATE WS-Ds-Resultado(WS-Id)
               WHEN 'P'
                  EVALUATE TRUE
                     WHEN WS-Ds-Existe(WS-Id) = 'S'
                        MOVE "DESTINO EXISTE" TO WS-Resultado-Texto
                     WHEN WS-Modo-Verificar = 'S'
                        MOVE "VERIFICA, DESTINO LIBRE"
                           TO WS-Resultado-Texto
                     WHEN OTHER
                        MOVE "NO RESTAURADO" TO WS-Resultado-Texto
                  END-EVALUATE
               WHEN 'V'
                  MOVE "RESTAURADO Y VERIFICADO" TO WS-Resultado-Texto
               WHEN 'N'
                  MOVE "RESTAURADO, NO VERIFICA" TO WS-Resultado-Texto
               WHEN 'W'
                  MOVE "FALLO AL GRABAR" TO WS-Resultado-Texto
               WHEN 'X'
                  MOVE "NO COINCIDE CON MANIFIESTO"
                     TO WS-Resultado-Texto
               WHEN 'A'
                  MOVE "AUSENTE EN EL ORIGEN" TO WS-Resultado-Texto
               WHEN 'F'
                  MOVE "INCOMPLETO EN EL ORIGEN" TO WS-Resultado-Texto
               WHEN OTHER
                  MOVE "SIN DESTINO EN EL PERFIL"
                     TO WS-Resultado-Texto
            END-EVALUATE
            MOVE WS-Id TO WS-Numero-Mask
            MOVE WS-Ds-Registros-Man(WS-Id) TO WS-Registros-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING WS-Numero-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Ds-Nombre(WS-Id) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Ds-Miembro(WS-Id)(1:45) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Registros-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Resultado-Texto DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            IF WS-Ds-Destino(WS-Id) NOT = SPACES THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "      destino: " DELIMITED BY SIZE
                  WS-Ds-Destino(WS-Id) DELIMITED BY SPACE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD11-ESCRIBIR THRU FIN-MD11
            END-IF.
       FIN-MD10B.
            EXIT.

       MOD11-ESCRIBIR.
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD11.
            EXIT.

      * Toma el bloqueo exclusivo del maestro via BloqueoMaestro:
      * nadie debe leer ni actualizar mientras se reconstruye. Si
      * otro programa lo tiene, reintenta y al desistir termina sin
      * tocar nada.
       MOD12-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'E' TO BLQ-Tipo
            MOVE "RestaurarSistema" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD12.
            EXIT.

       MOD13-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD13.
            EXIT.

      * Guarda una copia fechada del reporte en el archivo de
      * reportes. Si la copia no se puede hacer solo se avisa.
       MOD14-ARCHIVAR-REPORTE.
            MOVE "RESTAURA" TO ARC-Tipo
            MOVE "RestaurarSistema" TO ARC-Programa
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
       END PROGRAM RestaurarSistema.
