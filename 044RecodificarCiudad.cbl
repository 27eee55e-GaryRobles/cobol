      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RecodificarCiudad.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Cambio de CodigoINE de una ciudad que pasa a otro
            municipio o provincia. El codigo lleva la jerarquia
            departamento/provincia/municipio, asi que el traslado
            obliga a recodificar; hacerlo con una baja y un alta en
            MantenimientoCiudades dejaba huerfanas las fotos del
            historial de censos, cortaba el rastro del journal y
            dejaba entradas viejas en el indice de nombres, en las
            capitales y en los pendientes abiertos. Este utilitario
            valida el codigo nuevo (que no exista en el maestro ni
            tenga fotos propias, que verifique su digito con
            DIGITOINE y que su clave provincia/municipio figure en
            MUNICIPIOS.DAT), mueve el registro a la clave nueva
            tomando el departamento del municipio de destino, y
            arrastra las fotos HC-, la entrada del indice de
            nombres, la capital departamental, los pendientes
            abiertos (estados 'P' y 'A'), las retenidas por
            plausibilidad todavia no aplicadas (estados 'P' y 'L')
            y los registros de poblacion por sexo y edad del
            archivo demografico. En el journal la
            recodificacion queda como dos entradas 'C'
            consecutivas: la del codigo viejo (imagen nueva en
            blanco, el codigo sale del maestro) y la del codigo
            nuevo, cuya imagen anterior es el registro con el
            codigo viejo; ese par es el enlace viejo-nuevo con que
            HistorialCiudades sigue a la ciudad a traves de sus
            codigos, y RecuperarMaestro lo reaplica como cualquier
            baja y alta. Como las fotos pasan a la clave nueva,
            ReporteCrecimientoCenso y ProyeccionCenso ven una sola
            ciudad. Para deshacer una recodificacion se vuelve a
            correr este utilitario del codigo nuevo al viejo.
            Operacion de supervisor con bloqueo exclusivo; al salir
            se regraba el registro de control. Codigos de retorno:
            1 error de archivo o recodificacion cancelada, 3
            maestro en uso o sesion rechazada.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD. ACCESS DYNAMIC: acceso
      * por clave y recorrido final para el registro de control.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Journal de cambios, el mismo de MantenimientoCiudades.
       SELECT ArchivoJournal ASSIGN TO WS-Ruta-Journal
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Journal.

      * Historial de censos: las fotos del codigo viejo se mudan a
      * la clave nueva. La ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Registro de control del balanceo batch. La ruta se toma de
      * CIUDADES_CONTROL_DD.
       SELECT ArchivoControl ASSIGN TO WS-Ruta-Control
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Control.

      * Indice de nombres normalizados: la entrada del codigo viejo
      * se reemplaza por la del nuevo. Si el indice no se puede
      * abrir se avisa y se sigue; ReconstruirNombres lo regenera
      * completo. La ruta se toma de CIUDADES_NOMBRES_DD.
       SELECT ArchivoNombres ASSIGN TO WS-Ruta-Nombres
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS NM-Clave
         FILE STATUS IS WS-Estado-Nombres.

      * Referencia de provincias y municipios que mantiene
      * MantenimientoMunicipios: la clave provincia/municipio del
      * codigo nuevo debe figurar alli. A diferencia del
      * mantenimiento, aqui la referencia es obligatoria: es
      * justamente lo que define el destino del traslado. La ruta
      * se toma de MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Capitales departamentales: si la ciudad es capital, la
      * entrada pasa al codigo nuevo. La ruta se toma de
      * DEPARTAMENTOS_CAPITALES_DD.
       SELECT ArchivoCapitales ASSIGN TO WS-Ruta-Capitales
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Capitales.

      * Archivo de trabajo para reescribir las capitales, el mismo
      * de FusionarDepartamentos.
       SELECT ArchivoTrabajoCapitales
         ASSIGN TO WS-Ruta-Trabajo-Capitales
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo-Cap.

      * Transacciones pendientes que captura MantenimientoCiudades:
      * las abiertas contra el codigo viejo pasan al nuevo. La ruta
      * se toma de CIUDADES_PENDIENTES_DD.
       SELECT ArchivoPendientes ASSIGN TO WS-Ruta-Pendientes
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Pendientes.

      * Archivo de trabajo para reescribir los pendientes, el mismo
      * de AprobarPendientes.
       SELECT ArchivoTrabajoPendientes
         ASSIGN TO WS-Ruta-Trabajo-Pendientes
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo-Pend.

      * Retenidas por plausibilidad de AplicarDeltasCenso: las
      * pendientes de revision ('P') y las liberadas sin aplicar
      * ('L') contra el codigo viejo pasan al nuevo. La ruta se toma
      * de CIUDADES_RETENIDAS_DD.
       SELECT ArchivoRetenidas ASSIGN TO WS-Ruta-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Retenidas.

      * Archivo de trabajo para reescribir las retenidas, el mismo
      * de RevisarRetenidas.
       SELECT ArchivoTrabajoRetenidas
         ASSIGN TO WS-Ruta-Trabajo-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo-Ret.

      * Poblacion por sexo y edad que carga CargarDemografia, con
      * la misma clave que el historial: los registros del codigo
      * viejo pasan al nuevo. Si el archivo no existe no hay nada
      * que mover. La ruta se toma de CIUDADES_DEMOGRAFIA_DD.
       SELECT ArchivoDemografia ASSIGN TO WS-Ruta-Demografia
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS DM-Clave
         FILE STATUS IS WS-Estado-Demografia.

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

       FD ArchivoJournal.
       01 RegistroJournal.
          02 JR-FechaHora           PIC X(21).
          02 JR-Operador            PIC X(20).
          02 JR-Programa            PIC X(25).
          02 JR-TipoOperacion       PIC X.
          02 JR-CodigoINE           PIC X(17).
          02 JR-ImagenAnterior      PIC X(71).
          02 JR-ImagenNueva         PIC X(71).

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

       FD ArchivoControl.
       01 RegistroControl.
          02 CT-FechaHora           PIC X(21).
          02 CT-Programa            PIC X(25).
          02 CT-Registros           PIC 9(7).
          02 CT-TotalHabitantes     PIC 9(12).
          02 CT-Corrida             PIC 9(5).

       FD ArchivoNombres.
       01 RegistroNombre.
          02 NM-Clave.
             03 NM-NombreNormalizado PIC X(23).
             03 NM-CodigoINE        PIC X(17).

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       FD ArchivoCapitales.
       01 RegistroCapital.
          02 CP-Departamento       PIC X(10).
          02 CP-CodigoINE          PIC X(17).

       FD ArchivoTrabajoCapitales.
       01 RegistroTrabajoCapital    PIC X(27).

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

       FD ArchivoTrabajoPendientes.
       01 RegistroTrabajoPendiente  PIC X(188).

       FD ArchivoRetenidas.
       01 RegistroRetenida.
          02 RT-Estado              PIC X.
          02 RT-FechaHora           PIC X(21).
          02 RT-Corrida             PIC X(5).
          02 RT-Secuencia           PIC 9(7).
          02 RT-Transaccion.
             03 RT-TipoTransaccion  PIC X.
             03 RT-CodigoINE        PIC X(17).
             03 RT-NombreCiudad     PIC X(23).
             03 RT-NroHabitantesUrbano PIC 9(7).
             03 RT-NroHabitantesRural PIC 9(7).
             03 RT-Departamento     PIC X(10).
          02 RT-Cifras              PIC X(53).
          02 RT-Decision            PIC X(102).

       FD ArchivoTrabajoRetenidas.
       01 RegistroTrabajoRetenida   PIC X(254).

       FD ArchivoDemografia.
       01 RegistroDemografia.
          02 DM-Clave.
             03 DM-CodigoINE        PIC X(17).
             03 DM-AnioCenso        PIC X(4).
          02 DM-Datos               PIC X(259).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Control           PIC X(100)
               VALUE "/home/gary/CIUDADES_CONTROL.DAT".
       01 WS-Env-Ruta-Control       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Ruta-Journal           PIC X(100)
               VALUE "/home/gary/CIUDADES_JOURNAL.DAT".
       01 WS-Env-Ruta-Journal       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Journal         PIC XX         VALUE "00".
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Estado-Control         PIC XX         VALUE "00".
       01 WS-Env-Corrida            PIC X(5)       VALUE SPACES.
       01 WS-Ruta-Nombres           PIC X(100)
               VALUE "/home/gary/CIUDADES_NOMBRES.DAT".
       01 WS-Env-Ruta-Nombres       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Nombres         PIC XX         VALUE "00".
       01 WS-Nombres-Abierto        PIC X          VALUE 'N'.
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Ruta-Capitales         PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS_CAPITALES.DAT".
       01 WS-Env-Ruta-Capitales     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Capitales       PIC XX         VALUE "00".
       01 WS-Ruta-Trabajo-Capitales PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS_CAPITALES_TRABAJO.DAT".
       01 WS-Estado-Trabajo-Cap     PIC XX         VALUE "00".
       01 WS-Fin-Capitales          PIC X          VALUE 'N'.
       01 WS-Capital-Movida         PIC X          VALUE 'N'.
       01 WS-Ruta-Pendientes        PIC X(100)
               VALUE "/home/gary/CIUDADES_PENDIENTES.DAT".
       01 WS-Env-Ruta-Pendientes    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Pendientes      PIC XX         VALUE "00".
       01 WS-Ruta-Trabajo-Pendientes PIC X(100)
               VALUE "/home/gary/CIUDADES_PENDIENTES_TRABAJO.DAT".
       01 WS-Estado-Trabajo-Pend    PIC XX         VALUE "00".
       01 WS-Fin-Pendientes         PIC X          VALUE 'N'.
       01 WS-Fin-Trabajo            PIC X          VALUE 'N'.
       01 WS-Pendientes-Movidos     PIC 9(5)       VALUE 0.
       01 WS-Ruta-Retenidas         PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS.DAT".
       01 WS-Env-Ruta-Retenidas     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Retenidas       PIC XX         VALUE "00".
       01 WS-Ruta-Trabajo-Retenidas PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS_TRABAJO.DAT".
       01 WS-Estado-Trabajo-Ret     PIC XX         VALUE "00".
       01 WS-Fin-Retenidas          PIC X          VALUE 'N'.
       01 WS-Retenidas-Movidas      PIC 9(5)       VALUE 0.
       01 WS-Error-Retenidas        PIC X          VALUE 'N'.
      * Codigo de retorno de una falla que no corta la corrida (la
      * reescritura de las retenidas o el registro de control). Se
      * pasa a RETURN-CODE recien al final, porque cada CALL
      * posterior (PerfilAmbiente, BloqueoMaestro) lo pisa.
       01 WS-Retorno-Final          PIC 9          VALUE 0.
       01 WS-Ruta-Demografia        PIC X(100)
               VALUE "/home/gary/CIUDADES_DEMOGRAFIA.DAT".
       01 WS-Env-Ruta-Demografia    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Demografia      PIC XX         VALUE "00".
       01 WS-Fin-Demografia         PIC X          VALUE 'N'.
       01 WS-Demografia-Movidas     PIC 9(3)       VALUE 0.
      * Registros demograficos del codigo viejo, uno por anio de
      * censo, cargados antes de mudarlos como las fotos.
       01 WS-Tabla-Demografia.
          02 WS-Dem-Entrada OCCURS 50 TIMES.
             03 WS-Dem-Anio         PIC X(4).
             03 WS-Dem-Datos        PIC X(259).
       01 WS-Total-Demografia       PIC 9(3)       VALUE 0.
       01 WS-Indice-Demografia      PIC 9(3)       VALUE 0.
      * Parametros del subprograma NormalizarNombre.
       01 NRM-Parametros.
          02 NRM-Entrada            PIC X(23)      VALUE SPACES.
          02 NRM-Salida             PIC X(23)      VALUE SPACES.
      * Parametros del subprograma DIGITOINE.
       01 DVI-Parametros.
          02 DVI-Modo               PIC 9          VALUE 1.
          02 DVI-Codigo             PIC X(17)      VALUE SPACES.
          02 DVI-Digito             PIC X          VALUE SPACE.
          02 DVI-Valido             PIC X          VALUE SPACE.
          02 DVI-Estado             PIC 9(2)       VALUE 0.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Codigo-Viejo           PIC X(17)      VALUE SPACES.
       01 WS-Codigo-Nuevo           PIC X(17)      VALUE SPACES.
       01 WS-Confirmacion           PIC X          VALUE 'N'.
       01 WS-Departamento-Nuevo     PIC X(10)      VALUE SPACES.
      * Copia del registro tal como estaba con el codigo viejo.
       01 WS-Ciudad-Vieja.
          02 VJ-CodigoINE           PIC X(17).
          02 VJ-NombreCiudad        PIC X(23).
          02 VJ-NroHabitantesCenso  PIC 9(7).
          02 VJ-Departamento        PIC X(10).
          02 VJ-NroHabitantesUrbano PIC 9(7).
          02 VJ-NroHabitantesRural  PIC 9(7).
       01 WS-Imagen-Anterior        PIC X(71)      VALUE SPACES.
       01 WS-Imagen-Nueva           PIC X(71)      VALUE SPACES.
       01 WS-Codigo-Journal         PIC X(17)      VALUE SPACES.
      * Fotos del codigo viejo, cargadas en tabla antes de mudarlas
      * para no borrar mientras se lee hacia adelante.
       01 WS-Tabla-Fotos.
          02 WS-Foto-Entrada OCCURS 50 TIMES.
             03 WS-Foto-Anio        PIC X(4).
             03 WS-Foto-Nombre      PIC X(23).
             03 WS-Foto-Total       PIC 9(7).
             03 WS-Foto-Depto       PIC X(10).
             03 WS-Foto-FechaHora   PIC X(21).
             03 WS-Foto-Urbano      PIC 9(7).
             03 WS-Foto-Rural       PIC 9(7).
       01 WS-Total-Fotos            PIC 9(3)       VALUE 0.
       01 WS-Indice-Foto            PIC 9(3)       VALUE 0.
       01 WS-Fin-Fotos              PIC X          VALUE 'N'.
       01 WS-Fotos-Movidas          PIC 9(3)       VALUE 0.
       01 WS-Nuevo-Tiene-Fotos      PIC X          VALUE 'N'.
       01 WS-Conteo-Registros       PIC 9(7)       VALUE 0.
       01 WS-Conteo-Habitantes      PIC 9(12)      VALUE 0.
       01 WS-Fin-Conteo             PIC X          VALUE 'N'.
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
      * Parametros del subprograma SesionOperador: la recodificacion
      * de ciudades es operacion de supervisor.
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

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION.
       Begin.
            PERFORM MOD1-INICIALIZACION
            PERFORM MOD2-PEDIR-CODIGOS THRU FIN-MD2
            PERFORM MOD3-MOVER-MAESTRO THRU FIN-MD3
            PERFORM MOD4-MOVER-FOTOS THRU FIN-MD4
            PERFORM MOD5-MOVER-NOMBRE THRU FIN-MD5
            PERFORM MOD6-MOVER-CAPITAL THRU FIN-MD6
            PERFORM MOD7-MOVER-PENDIENTES THRU FIN-MD7
            PERFORM MOD15-MOVER-RETENIDAS THRU FIN-MD15
            PERFORM MOD14-MOVER-DEMOGRAFIA THRU FIN-MD14
            PERFORM MOD9-GRABAR-CONTROL THRU FIN-MD9
            CLOSE ArchivoCiudades
            CLOSE ArchivoJournal
            CLOSE ArchivoHistorialCenso
            CLOSE ArchivoMunicipios
            IF WS-Nombres-Abierto = 'S' THEN
               CLOSE ArchivoNombres
            END-IF
            PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
            DISPLAY "Recodificacion completada: '" WS-Codigo-Viejo
               "' pasa a '" WS-Codigo-Nuevo "'. Fotos movidas: "
               WS-Fotos-Movidas " Pendientes movidos: "
               WS-Pendientes-Movidos " Retenidas movidas: "
               WS-Retenidas-Movidas " Demografia movida: "
               WS-Demografia-Movidas
            MOVE WS-Retorno-Final TO RETURN-CODE
            STOP RUN.

       MOD1-INICIALIZACION.
            MOVE 'S' TO SES-Rol-Requerido
            CALL "SesionOperador" USING SES-Parametros
            IF SES-Resultado NOT = 'S' THEN
               DISPLAY "Inicio de sesion rechazado: "
                  FUNCTION TRIM(SES-Detalle)
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SES-Operador TO WS-Operador
            PERFORM MOD10-TOMAR-BLOQUEO THRU FIN-MD10
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            OPEN I-O ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
      * La ruta del journal honra CIUDADES_JOURNAL_DD y el perfil
      * de ambiente, como el resto de los datasets.
            ACCEPT WS-Env-Ruta-Journal FROM ENVIRONMENT
               "CIUDADES_JOURNAL_DD"
            IF WS-Env-Ruta-Journal NOT = SPACES THEN
               MOVE WS-Env-Ruta-Journal TO WS-Ruta-Journal
            END-IF
            MOVE "JOURNAL" TO PRF-Nombre
            MOVE WS-Ruta-Journal TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Journal
            OPEN EXTEND ArchivoJournal
            IF WS-Estado-Journal NOT = "00" THEN
               OPEN OUTPUT ArchivoJournal
               IF WS-Estado-Journal = "00" THEN
                  CLOSE ArchivoJournal
                  OPEN EXTEND ArchivoJournal
               END-IF
            END-IF
            IF WS-Estado-Journal NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoJournal, estado "
                  WS-Estado-Journal
                  ". Sin journal se perderia el enlace entre los "
                  "dos codigos, se cancela."
               CLOSE ArchivoCiudades
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Env-Ruta-Historial FROM ENVIRONMENT
               "CIUDADES_HISTORIAL_DD"
            IF WS-Env-Ruta-Historial NOT = SPACES THEN
               MOVE WS-Env-Ruta-Historial TO WS-Ruta-Historial
            END-IF
            MOVE "HISTORIAL" TO PRF-Nombre
            MOVE WS-Ruta-Historial TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Historial
            OPEN I-O ArchivoHistorialCenso
            IF WS-Estado-Historial NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoHistorialCenso, "
                  "estado " WS-Estado-Historial
                  ". Sin el historial las fotos del codigo viejo "
                  "quedarian huerfanas, se cancela."
               CLOSE ArchivoCiudades
               CLOSE ArchivoJournal
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Env-Ruta-Municipios FROM ENVIRONMENT
               "MUNICIPIOS_DD"
            IF WS-Env-Ruta-Municipios NOT = SPACES THEN
               MOVE WS-Env-Ruta-Municipios TO WS-Ruta-Municipios
            END-IF
            MOVE "MUNICIPIOS" TO PRF-Nombre
            MOVE WS-Ruta-Municipios TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Municipios
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoMunicipios, estado "
                  WS-Estado-Municipios
                  ". Sin la referencia no se puede validar el "
                  "municipio de destino, se cancela."
               CLOSE ArchivoCiudades
               CLOSE ArchivoJournal
               CLOSE ArchivoHistorialCenso
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
      * El indice de nombres es opcional: sin el, la entrada vieja
      * queda huerfana hasta la proxima corrida de
      * ReconstruirNombres, pero la recodificacion sigue.
            ACCEPT WS-Env-Ruta-Nombres FROM ENVIRONMENT
               "CIUDADES_NOMBRES_DD"
            IF WS-Env-Ruta-Nombres NOT = SPACES THEN
               MOVE WS-Env-Ruta-Nombres TO WS-Ruta-Nombres
            END-IF
            MOVE "NOMBRES" TO PRF-Nombre
            MOVE WS-Ruta-Nombres TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Nombres
            OPEN I-O ArchivoNombres
            IF WS-Estado-Nombres = "00" THEN
               MOVE 'S' TO WS-Nombres-Abierto
            ELSE
               DISPLAY "Aviso: no se pudo abrir el indice de "
                  "nombres, estado " WS-Estado-Nombres
                  "; regenerelo con ReconstruirNombres."
            END-IF.

      * Pide el codigo viejo y el nuevo, valida el nuevo (MOD13) y
      * pide confirmacion mostrando el traslado.
       MOD2-PEDIR-CODIGOS.
            DISPLAY "CodigoINE ACTUAL de la ciudad:"
            ACCEPT WS-Codigo-Viejo
            DISPLAY "CodigoINE NUEVO de la ciudad:"
            ACCEPT WS-Codigo-Nuevo
            IF WS-Codigo-Viejo = WS-Codigo-Nuevo OR
               WS-Codigo-Viejo = SPACES OR
               WS-Codigo-Nuevo = SPACES THEN
               DISPLAY "Los dos codigos son obligatorios y deben ser "
                  "distintos"
               PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-IF
            MOVE WS-Codigo-Viejo TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  DISPLAY "No existe ciudad con CodigoINE '"
                     WS-Codigo-Viejo "'"
                  PERFORM MOD12-CANCELAR THRU FIN-MD12
               NOT INVALID KEY
                  MOVE DetallesCiudad TO WS-Ciudad-Vieja
            END-READ
            PERFORM MOD13-VALIDAR-CODIGO-NUEVO THRU FIN-MD13
            DISPLAY "Ciudad      : " VJ-NombreCiudad " "
               VJ-NroHabitantesCenso
            DISPLAY "Codigo      : " WS-Codigo-Viejo " -> "
               WS-Codigo-Nuevo
            DISPLAY "Departamento: " VJ-Departamento " -> "
               WS-Departamento-Nuevo
            DISPLAY "Municipio   : " FUNCTION TRIM(MUN-NombreMunicipio)
               " (" FUNCTION TRIM(MUN-NombreProvincia) ")"
            DISPLAY "La ciudad pasa al codigo nuevo con sus fotos de "
               "censo, su entrada de nombres, su capital y sus "
               "pendientes abiertos. Confirma? (S/N)"
            ACCEPT WS-Confirmacion
            IF WS-Confirmacion NOT = 'S' AND
               WS-Confirmacion NOT = 's' THEN
               PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-IF.
       FIN-MD2.
            EXIT.

      * Graba el registro bajo la clave nueva y recien entonces
      * elimina el de la clave vieja; si la baja falla se deshace
      * el alta, para no dejar la ciudad dos veces. Las dos entradas
      * 'C' del journal quedan consecutivas: primero la salida del
      * codigo viejo y despues la llegada al nuevo, cuya imagen
      * anterior es el registro viejo (el enlace entre codigos).
       MOD3-MOVER-MAESTRO.
            MOVE WS-Ciudad-Vieja TO DetallesCiudad
            MOVE WS-Codigo-Nuevo TO CodigoINE
            MOVE WS-Departamento-Nuevo TO Departamento
            MOVE DetallesCiudad TO WS-Imagen-Nueva
            WRITE DetallesCiudad
               INVALID KEY
                  DISPLAY "No se pudo grabar la ciudad con el codigo "
                     "nuevo, estado " WS-Estado-Archivo
                     ", se cancela."
                  PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-WRITE
            MOVE WS-Codigo-Viejo TO CodigoINE
            DELETE ArchivoCiudades
               INVALID KEY
                  DISPLAY "No se pudo eliminar el codigo viejo, "
                     "estado " WS-Estado-Archivo ", se cancela."
                  MOVE WS-Codigo-Nuevo TO CodigoINE
                  DELETE ArchivoCiudades
                     INVALID KEY
                        DISPLAY "Aviso: tampoco se pudo retirar el "
                           "codigo nuevo; elimine '" WS-Codigo-Nuevo
                           "' con MantenimientoCiudades."
                  END-DELETE
                  PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-DELETE
            MOVE WS-Codigo-Viejo TO WS-Codigo-Journal
            MOVE WS-Ciudad-Vieja TO WS-Imagen-Anterior
            MOVE WS-Imagen-Nueva TO DetallesCiudad
            MOVE SPACES TO WS-Imagen-Nueva
            PERFORM MOD8-REGISTRAR-JOURNAL THRU FIN-MD8
            MOVE WS-Codigo-Nuevo TO WS-Codigo-Journal
            MOVE DetallesCiudad TO WS-Imagen-Nueva
            PERFORM MOD8-REGISTRAR-JOURNAL THRU FIN-MD8.
       FIN-MD3.
            EXIT.

      * Carga en la tabla las fotos del codigo viejo y las muda a la
      * clave nueva: WRITE con la clave nueva y DELETE de la vieja.
      * El departamento de cada foto queda como estaba: es el que
      * tenia la ciudad en ese censo.
       MOD4-MOVER-FOTOS.
            MOVE 0 TO WS-Total-Fotos
            MOVE 'N' TO WS-Fin-Fotos
            MOVE WS-Codigo-Viejo TO HC-CodigoINE
            MOVE LOW-VALUES TO HC-AnioCenso
            START ArchivoHistorialCenso
               KEY IS NOT LESS THAN HC-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Fotos
            END-START
            PERFORM MOD4B-CARGAR-FOTO THRU FIN-MD4B
               UNTIL WS-Fin-Fotos = 'S'
            PERFORM MOD4C-MUDAR-FOTO THRU FIN-MD4C
               VARYING WS-Indice-Foto FROM 1 BY 1
               UNTIL WS-Indice-Foto > WS-Total-Fotos.
       FIN-MD4.
            EXIT.

       MOD4B-CARGAR-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Fotos
                  GO TO FIN-MD4B
            END-READ
            IF HC-CodigoINE NOT = WS-Codigo-Viejo THEN
               MOVE 'S' TO WS-Fin-Fotos
               GO TO FIN-MD4B
            END-IF
            IF WS-Total-Fotos NOT < 50 THEN
               DISPLAY "Aviso: mas de 50 fotos del codigo viejo, las "
                  "excedentes no se mueven."
               MOVE 'S' TO WS-Fin-Fotos
               GO TO FIN-MD4B
            END-IF
            ADD 1 TO WS-Total-Fotos
            MOVE HC-AnioCenso TO WS-Foto-Anio(WS-Total-Fotos)
            MOVE HC-NombreCiudad TO WS-Foto-Nombre(WS-Total-Fotos)
            MOVE HC-NroHabitantesCenso
               TO WS-Foto-Total(WS-Total-Fotos)
            MOVE HC-Departamento TO WS-Foto-Depto(WS-Total-Fotos)
            MOVE HC-FechaHora TO WS-Foto-FechaHora(WS-Total-Fotos)
            MOVE HC-NroHabitantesUrbano
               TO WS-Foto-Urbano(WS-Total-Fotos)
            MOVE HC-NroHabitantesRural
               TO WS-Foto-Rural(WS-Total-Fotos).
       FIN-MD4B.
            EXIT.

       MOD4C-MUDAR-FOTO.
            MOVE WS-Codigo-Nuevo TO HC-CodigoINE
            MOVE WS-Foto-Anio(WS-Indice-Foto) TO HC-AnioCenso
            MOVE WS-Foto-Nombre(WS-Indice-Foto) TO HC-NombreCiudad
            MOVE WS-Foto-Total(WS-Indice-Foto)
               TO HC-NroHabitantesCenso
            MOVE WS-Foto-Depto(WS-Indice-Foto) TO HC-Departamento
            MOVE WS-Foto-FechaHora(WS-Indice-Foto) TO HC-FechaHora
            MOVE WS-Foto-Urbano(WS-Indice-Foto)
               TO HC-NroHabitantesUrbano
            MOVE WS-Foto-Rural(WS-Indice-Foto)
               TO HC-NroHabitantesRural
            WRITE RegistroHistorialCenso
               INVALID KEY
                  DISPLAY "Aviso: no se pudo grabar la foto del anio "
                     WS-Foto-Anio(WS-Indice-Foto)
                     " con el codigo nuevo, estado "
                     WS-Estado-Historial "; queda con el viejo."
                  GO TO FIN-MD4C
            END-WRITE
            ADD 1 TO WS-Fotos-Movidas
            MOVE WS-Codigo-Viejo TO HC-CodigoINE
            MOVE WS-Foto-Anio(WS-Indice-Foto) TO HC-AnioCenso
            DELETE ArchivoHistorialCenso
               INVALID KEY
                  DISPLAY "Aviso: no se pudo eliminar la foto vieja "
                     "del anio " WS-Foto-Anio(WS-Indice-Foto)
            END-DELETE.
       FIN-MD4C.
            EXIT.

      * Reemplaza en el indice de nombres la entrada (nombre, codigo
      * viejo) por (nombre, codigo nuevo); el nombre no cambia.
       MOD5-MOVER-NOMBRE.
            IF WS-Nombres-Abierto NOT = 'S' THEN
               GO TO FIN-MD5
            END-IF
            MOVE VJ-NombreCiudad TO NRM-Entrada
            CALL "NormalizarNombre" USING NRM-Parametros
            MOVE NRM-Salida TO NM-NombreNormalizado
            MOVE WS-Codigo-Viejo TO NM-CodigoINE
            DELETE ArchivoNombres
               INVALID KEY
                  CONTINUE
            END-DELETE
            MOVE NRM-Salida TO NM-NombreNormalizado
            MOVE WS-Codigo-Nuevo TO NM-CodigoINE
            WRITE RegistroNombre
               INVALID KEY
                  DISPLAY "Aviso: no se pudo grabar la entrada del "
                     "indice de nombres, estado " WS-Estado-Nombres
                     "; regenerelo con ReconstruirNombres."
            END-WRITE.
       FIN-MD5.
            EXIT.

      * Si la ciudad es capital departamental, la entrada pasa al
      * codigo nuevo. El archivo es chico, se reescribe via trabajo
      * y solo si hubo cambio. Si el traslado cambia el departamento
      * se avisa: la capital queda definida para el departamento de
      * antes y hay que revisarla con MantenimientoDepartamentos.
       MOD6-MOVER-CAPITAL.
            ACCEPT WS-Env-Ruta-Capitales FROM ENVIRONMENT
               "DEPARTAMENTOS_CAPITALES_DD"
            IF WS-Env-Ruta-Capitales NOT = SPACES THEN
               MOVE WS-Env-Ruta-Capitales TO WS-Ruta-Capitales
            END-IF
            MOVE "CAPITALES" TO PRF-Nombre
            MOVE WS-Ruta-Capitales TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Capitales
            MOVE "CAPITALES_TRABAJO" TO PRF-Nombre
            MOVE WS-Ruta-Trabajo-Capitales TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo-Capitales
            OPEN INPUT ArchivoCapitales
            IF WS-Estado-Capitales NOT = "00" THEN
               GO TO FIN-MD6
            END-IF
            OPEN OUTPUT ArchivoTrabajoCapitales
            IF WS-Estado-Trabajo-Cap NOT = "00" THEN
               DISPLAY "No se pudo abrir el trabajo de capitales, "
                  "estado " WS-Estado-Trabajo-Cap
                  "; revise las capitales a mano."
               CLOSE ArchivoCapitales
               GO TO FIN-MD6
            END-IF
            MOVE 'N' TO WS-Capital-Movida
            MOVE 'N' TO WS-Fin-Capitales
            PERFORM MOD6B-COPIAR-CAPITAL THRU FIN-MD6B
               UNTIL WS-Fin-Capitales = 'S'
            CLOSE ArchivoCapitales
            CLOSE ArchivoTrabajoCapitales
            IF WS-Capital-Movida NOT = 'S' THEN
               GO TO FIN-MD6
            END-IF
            OPEN INPUT ArchivoTrabajoCapitales
            IF WS-Estado-Trabajo-Cap NOT = "00" THEN
               DISPLAY "No se pudo reabrir el trabajo de capitales, "
                  "estado " WS-Estado-Trabajo-Cap
                  "; la capital sigue con el codigo viejo y la "
                  "recodificacion queda sin terminar (faltan "
                  "pendientes, retenidas, demografia y control)."
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoCapitales
            IF WS-Estado-Capitales NOT = "00" THEN
               DISPLAY "No se pudo reescribir el archivo de "
                  "capitales, estado " WS-Estado-Capitales
                  "; la capital sigue con el codigo viejo."
               CLOSE ArchivoTrabajoCapitales
               GO TO FIN-MD6
            END-IF
            MOVE 'N' TO WS-Fin-Trabajo
            PERFORM MOD6C-DEVOLVER-CAPITAL THRU FIN-MD6C
               UNTIL WS-Fin-Trabajo = 'S'
            CLOSE ArchivoTrabajoCapitales
            CLOSE ArchivoCapitales
            DISPLAY "La capital definida paso al codigo nuevo."
            IF WS-Departamento-Nuevo NOT = VJ-Departamento THEN
               DISPLAY "Aviso: la ciudad era capital de "
                  VJ-Departamento " y ahora pertenece a "
                  WS-Departamento-Nuevo "; revise las capitales con "
                  "MantenimientoDepartamentos."
            END-IF.
       FIN-MD6.
            EXIT.

       MOD6B-COPIAR-CAPITAL.
            READ ArchivoCapitales
               AT END
                  MOVE 'S' TO WS-Fin-Capitales
                  GO TO FIN-MD6B
            END-READ
            IF CP-CodigoINE = WS-Codigo-Viejo THEN
               MOVE WS-Codigo-Nuevo TO CP-CodigoINE
               MOVE 'S' TO WS-Capital-Movida
            END-IF
            WRITE RegistroTrabajoCapital FROM RegistroCapital.
       FIN-MD6B.
            EXIT.

       MOD6C-DEVOLVER-CAPITAL.
            READ ArchivoTrabajoCapitales
               AT END
                  MOVE 'S' TO WS-Fin-Trabajo
                  GO TO FIN-MD6C
            END-READ
            WRITE RegistroCapital FROM RegistroTrabajoCapital.
       FIN-MD6C.
            EXIT.

      * Los pendientes abiertos (capturados 'P' o aprobados sin
      * aplicar 'A') contra el codigo viejo pasan al nuevo, para que
      * AprobarPendientes no los aplique contra un codigo que ya no
      * existe. Los ya cerrados quedan como estan: son historia. Se
      * reescribe via trabajo y solo si hubo cambio.
       MOD7-MOVER-PENDIENTES.
            ACCEPT WS-Env-Ruta-Pendientes FROM ENVIRONMENT
               "CIUDADES_PENDIENTES_DD"
            IF WS-Env-Ruta-Pendientes NOT = SPACES THEN
               MOVE WS-Env-Ruta-Pendientes TO WS-Ruta-Pendientes
            END-IF
            MOVE "PENDIENTES" TO PRF-Nombre
            MOVE WS-Ruta-Pendientes TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Pendientes
            MOVE "PENDIENTES_TRABAJO" TO PRF-Nombre
            MOVE WS-Ruta-Trabajo-Pendientes TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo-Pendientes
            OPEN INPUT ArchivoPendientes
            IF WS-Estado-Pendientes NOT = "00" THEN
               GO TO FIN-MD7
            END-IF
            OPEN OUTPUT ArchivoTrabajoPendientes
            IF WS-Estado-Trabajo-Pend NOT = "00" THEN
               DISPLAY "No se pudo abrir el trabajo de pendientes, "
                  "estado " WS-Estado-Trabajo-Pend
                  "; revise los pendientes del codigo viejo a mano."
               CLOSE ArchivoPendientes
               GO TO FIN-MD7
            END-IF
            MOVE 'N' TO WS-Fin-Pendientes
            PERFORM MOD7B-COPIAR-PENDIENTE THRU FIN-MD7B
               UNTIL WS-Fin-Pendientes = 'S'
            CLOSE ArchivoPendientes
            CLOSE ArchivoTrabajoPendientes
            IF WS-Pendientes-Movidos = 0 THEN
               GO TO FIN-MD7
            END-IF
            OPEN INPUT ArchivoTrabajoPendientes
            IF WS-Estado-Trabajo-Pend NOT = "00" THEN
               DISPLAY "No se pudo reabrir el trabajo de pendientes, "
                  "estado " WS-Estado-Trabajo-Pend
                  "; los pendientes siguen con el codigo viejo y la "
                  "recodificacion queda sin terminar (faltan "
                  "retenidas, demografia y control)."
               PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoPendientes
            IF WS-Estado-Pendientes NOT = "00" THEN
               DISPLAY "No se pudo reescribir el archivo de "
                  "pendientes, estado " WS-Estado-Pendientes
                  "; siguen con el codigo viejo."
               CLOSE ArchivoTrabajoPendientes
               MOVE 0 TO WS-Pendientes-Movidos
               GO TO FIN-MD7
            END-IF
            MOVE 'N' TO WS-Fin-Trabajo
            PERFORM MOD7C-DEVOLVER-PENDIENTE THRU FIN-MD7C
               UNTIL WS-Fin-Trabajo = 'S'
            CLOSE ArchivoTrabajoPendientes
            CLOSE ArchivoPendientes.
       FIN-MD7.
            EXIT.

       MOD7B-COPIAR-PENDIENTE.
            READ ArchivoPendientes
               AT END
                  MOVE 'S' TO WS-Fin-Pendientes
                  GO TO FIN-MD7B
            END-READ
            IF PD-CodigoINE = WS-Codigo-Viejo AND
               (PD-Estado = 'P' OR PD-Estado = 'A') THEN
               MOVE WS-Codigo-Nuevo TO PD-CodigoINE
               IF PD-TipoTransaccion NOT = 'B' THEN
                  MOVE WS-Departamento-Nuevo TO PD-Departamento
               END-IF
               ADD 1 TO WS-Pendientes-Movidos
            END-IF
            WRITE RegistroTrabajoPendiente FROM RegistroPendiente.
       FIN-MD7B.
            EXIT.

       MOD7C-DEVOLVER-PENDIENTE.
            READ ArchivoTrabajoPendientes
               AT END
                  MOVE 'S' TO WS-Fin-Trabajo
                  GO TO FIN-MD7C
            END-READ
            WRITE RegistroPendiente FROM RegistroTrabajoPendiente.
       FIN-MD7C.
            EXIT.

      * Escribe en el journal una de las dos entradas 'C' de la
      * recodificacion; quedan consecutivas y con el mismo operador
      * y programa, que es lo que las ata como unidad.
       MOD8-REGISTRAR-JOURNAL.
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO JR-FechaHora
            MOVE WS-Operador TO JR-Operador
            MOVE "RecodificarCiudad" TO JR-Programa
            MOVE 'C' TO JR-TipoOperacion
            MOVE WS-Codigo-Journal TO JR-CodigoINE
            MOVE WS-Imagen-Anterior TO JR-ImagenAnterior
            MOVE WS-Imagen-Nueva TO JR-ImagenNueva
            WRITE RegistroJournal
            IF WS-Estado-Journal NOT = "00" THEN
               DISPLAY "Aviso: no se pudo escribir el journal, "
                  "estado " WS-Estado-Journal
            END-IF.
       FIN-MD8.
            EXIT.

      * Recuenta el maestro completo y graba el registro de control
      * del balanceo batch. La recodificacion no cambia los totales,
      * pero el control deja constancia de la ultima actualizacion.
       MOD9-GRABAR-CONTROL.
            MOVE 0 TO WS-Conteo-Registros
            MOVE 0 TO WS-Conteo-Habitantes
            MOVE 'N' TO WS-Fin-Conteo
            MOVE LOW-VALUES TO CodigoINE
            START ArchivoCiudades KEY IS NOT LESS THAN CodigoINE
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Conteo
            END-START
            PERFORM MOD9B-CONTAR-CIUDAD THRU FIN-MD9B
               UNTIL WS-Fin-Conteo = 'S'
            ACCEPT WS-Env-Ruta-Control FROM ENVIRONMENT
               "CIUDADES_CONTROL_DD"
            IF WS-Env-Ruta-Control NOT = SPACES THEN
               MOVE WS-Env-Ruta-Control TO WS-Ruta-Control
            END-IF
            MOVE "CONTROL" TO PRF-Nombre
            MOVE WS-Ruta-Control TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Control
            OPEN OUTPUT ArchivoControl
            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "No se pudo grabar el registro de control, "
                  "estado " WS-Estado-Control
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD9
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO CT-FechaHora
            MOVE "RecodificarCiudad" TO CT-Programa
            MOVE WS-Conteo-Registros TO CT-Registros
            MOVE WS-Conteo-Habitantes TO CT-TotalHabitantes
      * La corrida nocturna estampa su numero en el control para que
      * ReporteMatutino ate los artefactos de una misma noche.
            ACCEPT WS-Env-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF WS-Env-Corrida NUMERIC THEN
               MOVE WS-Env-Corrida TO CT-Corrida
            ELSE
               MOVE 0 TO CT-Corrida
            END-IF
            WRITE RegistroControl
            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "No se pudo escribir el registro de control, "
                  "estado " WS-Estado-Control
               MOVE 1 TO WS-Retorno-Final
            END-IF
            CLOSE ArchivoControl.
       FIN-MD9.
            EXIT.

       MOD9B-CONTAR-CIUDAD.
            READ ArchivoCiudades NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Conteo
                  GO TO FIN-MD9B
            END-READ
            ADD 1 TO WS-Conteo-Registros
            IF NroHabitantesCenso NUMERIC THEN
               ADD NroHabitantesCenso TO WS-Conteo-Habitantes
            END-IF.
       FIN-MD9B.
            EXIT.

      * Toma el bloqueo exclusivo (actualiza el maestro) via
      * BloqueoMaestro; si otro programa lo tiene, reintenta y al
      * desistir se informa quien lo tiene y se termina sin tocar
      * nada.
       MOD10-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'E' TO BLQ-Tipo
            MOVE "RecodificarCiudad" TO BLQ-Programa
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

      * Cancela la operacion sin haber tocado nada: cierra todo,
      * suelta el bloqueo y termina.
       MOD12-CANCELAR.
            CLOSE ArchivoCiudades
            CLOSE ArchivoJournal
            CLOSE ArchivoHistorialCenso
            CLOSE ArchivoMunicipios
            IF WS-Nombres-Abierto = 'S' THEN
               CLOSE ArchivoNombres
            END-IF
            PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
            MOVE 1 TO RETURN-CODE
            STOP RUN.
       FIN-MD12.
            EXIT.

      * El codigo nuevo no debe existir en el maestro ni tener fotos
      * en el historial (serian de otra ciudad y se mezclarian), debe
      * verificar su digito verificador y su clave provincia/
      * municipio debe figurar en la referencia de municipios, que
      * ademas da el departamento de destino.
       MOD13-VALIDAR-CODIGO-NUEVO.
            MOVE WS-Codigo-Nuevo TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "El CodigoINE '" WS-Codigo-Nuevo
                     "' ya existe en el maestro ("
                     FUNCTION TRIM(NombreCiudad) "), se cancela."
                  PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-READ
            MOVE 1 TO DVI-Modo
            MOVE WS-Codigo-Nuevo TO DVI-Codigo
            CALL "DIGITOINE" USING DVI-Parametros
            IF DVI-Estado NOT = 0 OR DVI-Valido NOT = 'S' THEN
               DISPLAY "El CodigoINE '" WS-Codigo-Nuevo
                  "' no verifica su digito verificador, se cancela."
               PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-IF
            MOVE WS-Codigo-Nuevo(1:6) TO MUN-Clave
            READ ArchivoMunicipios
               KEY IS MUN-Clave
               INVALID KEY
                  DISPLAY "La clave provincia/municipio '"
                     MUN-Clave "' del codigo nuevo no esta en la "
                     "referencia de municipios, se cancela. Carguela "
                     "con MantenimientoMunicipios o corrija el codigo."
                  PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-READ
            IF MUN-Departamento NOT = SPACES THEN
               MOVE MUN-Departamento TO WS-Departamento-Nuevo
            ELSE
               MOVE VJ-Departamento TO WS-Departamento-Nuevo
            END-IF
            MOVE 'N' TO WS-Nuevo-Tiene-Fotos
            MOVE WS-Codigo-Nuevo TO HC-CodigoINE
            MOVE LOW-VALUES TO HC-AnioCenso
            START ArchivoHistorialCenso
               KEY IS NOT LESS THAN HC-Clave
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  READ ArchivoHistorialCenso NEXT RECORD
                     AT END
                        CONTINUE
                     NOT AT END
                        IF HC-CodigoINE = WS-Codigo-Nuevo THEN
                           MOVE 'S' TO WS-Nuevo-Tiene-Fotos
                        END-IF
                  END-READ
            END-START
            IF WS-Nuevo-Tiene-Fotos = 'S' THEN
               DISPLAY "El CodigoINE '" WS-Codigo-Nuevo
                  "' ya tiene fotos en el historial de censos; se "
                  "mezclarian con las de esta ciudad, se cancela."
               PERFORM MOD12-CANCELAR THRU FIN-MD12
            END-IF.
       FIN-MD13.
            EXIT.

      * Muda los registros demograficos del codigo viejo a la clave
      * nueva igual que las fotos: se cargan en tabla y se graban
      * con el codigo nuevo antes de borrar los viejos.
       MOD14-MOVER-DEMOGRAFIA.
            ACCEPT WS-Env-Ruta-Demografia FROM ENVIRONMENT
               "CIUDADES_DEMOGRAFIA_DD"
            IF WS-Env-Ruta-Demografia NOT = SPACES THEN
               MOVE WS-Env-Ruta-Demografia TO WS-Ruta-Demografia
            END-IF
            MOVE "DEMOGRAFIA" TO PRF-Nombre
            MOVE WS-Ruta-Demografia TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Demografia
            OPEN I-O ArchivoDemografia
            IF WS-Estado-Demografia = "35" THEN
               GO TO FIN-MD14
            END-IF
            IF WS-Estado-Demografia NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el archivo "
                  "demografico, estado " WS-Estado-Demografia
                  "; sus registros quedan con el codigo viejo."
               GO TO FIN-MD14
            END-IF
            MOVE 0 TO WS-Total-Demografia
            MOVE 'N' TO WS-Fin-Demografia
            MOVE WS-Codigo-Viejo TO DM-CodigoINE
            MOVE LOW-VALUES TO DM-AnioCenso
            START ArchivoDemografia
               KEY IS NOT LESS THAN DM-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Demografia
            END-START
            PERFORM MOD14B-CARGAR-DEMOGRAFIA THRU FIN-MD14B
               UNTIL WS-Fin-Demografia = 'S'
            PERFORM MOD14C-MUDAR-DEMOGRAFIA THRU FIN-MD14C
               VARYING WS-Indice-Demografia FROM 1 BY 1
               UNTIL WS-Indice-Demografia > WS-Total-Demografia
            CLOSE ArchivoDemografia.
       FIN-MD14.
            EXIT.

       MOD14B-CARGAR-DEMOGRAFIA.
            READ ArchivoDemografia NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Demografia
                  GO TO FIN-MD14B
            END-READ
            IF DM-CodigoINE NOT = WS-Codigo-Viejo THEN
               MOVE 'S' TO WS-Fin-Demografia
               GO TO FIN-MD14B
            END-IF
            IF WS-Total-Demografia NOT < 50 THEN
               DISPLAY "Aviso: mas de 50 registros demograficos del "
                  "codigo viejo, los excedentes no se mueven."
               MOVE 'S' TO WS-Fin-Demografia
               GO TO FIN-MD14B
            END-IF
            ADD 1 TO WS-Total-Demografia
            MOVE DM-AnioCenso TO WS-Dem-Anio(WS-Total-Demografia)
            MOVE DM-Datos TO WS-Dem-Datos(WS-Total-Demografia).
       FIN-MD14B.
            EXIT.

       MOD14C-MUDAR-DEMOGRAFIA.
            MOVE WS-Codigo-Nuevo TO DM-CodigoINE
            MOVE WS-Dem-Anio(WS-Indice-Demografia) TO DM-AnioCenso
            MOVE WS-Dem-Datos(WS-Indice-Demografia) TO DM-Datos
            WRITE RegistroDemografia
               INVALID KEY
                  DISPLAY "Aviso: no se pudo grabar la demografia "
                     "del anio " WS-Dem-Anio(WS-Indice-Demografia)
                     " con el codigo nuevo, estado "
                     WS-Estado-Demografia "; queda con el viejo."
                  GO TO FIN-MD14C
            END-WRITE
            ADD 1 TO WS-Demografia-Movidas
            MOVE WS-Codigo-Viejo TO DM-CodigoINE
            MOVE WS-Dem-Anio(WS-Indice-Demografia) TO DM-AnioCenso
            DELETE ArchivoDemografia
               INVALID KEY
                  DISPLAY "Aviso: no se pudo eliminar la demografia "
                     "vieja del anio "
                     WS-Dem-Anio(WS-Indice-Demografia)
            END-DELETE.
       FIN-MD14C.
            EXIT.

      * Las retenidas por plausibilidad todavia abiertas (pendientes
      * de revision 'P' o liberadas sin aplicar 'L') contra el codigo
      * viejo pasan al nuevo, para que AplicarDeltasCenso no aplique
      * una liberada contra un codigo que ya no existe y la deje en
      * 'F'. Las cerradas (X, R, F) quedan como estan. Se reescribe
      * via trabajo y solo si hubo cambio, como los pendientes. Sin
      * archivo de retenidas no hay nada que mover.
       MOD15-MOVER-RETENIDAS.
            ACCEPT WS-Env-Ruta-Retenidas FROM ENVIRONMENT
               "CIUDADES_RETENIDAS_DD"
            IF WS-Env-Ruta-Retenidas NOT = SPACES THEN
               MOVE WS-Env-Ruta-Retenidas TO WS-Ruta-Retenidas
            END-IF
            MOVE "RETENIDAS" TO PRF-Nombre
            MOVE WS-Ruta-Retenidas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Retenidas
            MOVE "RETENIDAS_TRABAJO" TO PRF-Nombre
            MOVE WS-Ruta-Trabajo-Retenidas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo-Retenidas
            OPEN INPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               GO TO FIN-MD15
            END-IF
            OPEN OUTPUT ArchivoTrabajoRetenidas
            IF WS-Estado-Trabajo-Ret NOT = "00" THEN
               DISPLAY "No se pudo abrir el trabajo de retenidas, "
                  "estado " WS-Estado-Trabajo-Ret
                  "; revise las retenidas del codigo viejo a mano."
               CLOSE ArchivoRetenidas
               GO TO FIN-MD15
            END-IF
            MOVE 'N' TO WS-Error-Retenidas
            MOVE 'N' TO WS-Fin-Retenidas
            PERFORM MOD15B-COPIAR-RETENIDA THRU FIN-MD15B
               UNTIL WS-Fin-Retenidas = 'S'
            CLOSE ArchivoRetenidas
            CLOSE ArchivoTrabajoRetenidas
            IF WS-Error-Retenidas = 'S' THEN
               DISPLAY "No se pudo grabar el trabajo de retenidas, "
                  "estado " WS-Estado-Trabajo-Ret
                  "; siguen con el codigo viejo, revise a mano."
               MOVE 0 TO WS-Retenidas-Movidas
               GO TO FIN-MD15
            END-IF
            IF WS-Retenidas-Movidas = 0 THEN
               GO TO FIN-MD15
            END-IF
            OPEN INPUT ArchivoTrabajoRetenidas
            IF WS-Estado-Trabajo-Ret NOT = "00" THEN
               DISPLAY "No se pudo reabrir el trabajo de retenidas, "
                  "estado " WS-Estado-Trabajo-Ret
                  "; siguen con el codigo viejo."
               MOVE 0 TO WS-Retenidas-Movidas
               GO TO FIN-MD15
            END-IF
            OPEN OUTPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               DISPLAY "No se pudo reescribir el archivo de "
                  "retenidas, estado " WS-Estado-Retenidas
                  "; siguen con el codigo viejo."
               CLOSE ArchivoTrabajoRetenidas
               MOVE 0 TO WS-Retenidas-Movidas
               GO TO FIN-MD15
            END-IF
            MOVE 'N' TO WS-Fin-Trabajo
            PERFORM MOD15C-DEVOLVER-RETENIDA THRU FIN-MD15C
               UNTIL WS-Fin-Trabajo = 'S'
            CLOSE ArchivoTrabajoRetenidas
            CLOSE ArchivoRetenidas
            IF WS-Error-Retenidas = 'S' THEN
               DISPLAY "Fallo la reescritura de las retenidas, estado "
                  WS-Estado-Retenidas "; la copia completa esta en "
                  FUNCTION TRIM(WS-Ruta-Trabajo-Retenidas)
                  ", restaurela antes de la proxima corrida de deltas."
               MOVE 1 TO WS-Retorno-Final
            END-IF.
       FIN-MD15.
            EXIT.

       MOD15B-COPIAR-RETENIDA.
            READ ArchivoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Retenidas
                  GO TO FIN-MD15B
            END-READ
            IF RT-CodigoINE = WS-Codigo-Viejo AND
               (RT-Estado = 'P' OR RT-Estado = 'L') THEN
               MOVE WS-Codigo-Nuevo TO RT-CodigoINE
               IF RT-TipoTransaccion NOT = 'B' THEN
                  MOVE WS-Departamento-Nuevo TO RT-Departamento
               END-IF
               ADD 1 TO WS-Retenidas-Movidas
            END-IF
            WRITE RegistroTrabajoRetenida FROM RegistroRetenida
            IF WS-Estado-Trabajo-Ret NOT = "00" THEN
               MOVE 'S' TO WS-Error-Retenidas
               MOVE 'S' TO WS-Fin-Retenidas
            END-IF.
       FIN-MD15B.
            EXIT.

       MOD15C-DEVOLVER-RETENIDA.
            READ ArchivoTrabajoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Trabajo
                  GO TO FIN-MD15C
            END-READ
            WRITE RegistroRetenida FROM RegistroTrabajoRetenida
            IF WS-Estado-Retenidas NOT = "00" THEN
               MOVE 'S' TO WS-Error-Retenidas
               MOVE 'S' TO WS-Fin-Trabajo
            END-IF.
       FIN-MD15C.
            EXIT.
       END PROGRAM RecodificarCiudad.
