       REMARKS Menu interactivo para que el operador busque una
            ciudad por CodigoINE exacto o por un fragmento del
            NombreCiudad, sin tener que esperar el listado completo.
            La ficha de ciudad reune en una sola consulta todo lo que
            hay de un CodigoINE: el registro del maestro con los
            nombres de su municipio, provincia y departamento y si
            es capital departamental, cada foto del historial de
            censos con el crecimiento entre ellas, la cifra de la
            ultima ProyeccionCenso, los ultimos cambios del journal
            con operador y fecha, las transacciones pendientes o
            rechazadas y los deltas del INE retenidos por
            plausibilidad que siguen abiertos. Se ve en pantalla
            o se imprime al archivo de fichas (CIUDADES_FICHA_DD)
            para contestar pedidos por escrito. Un archivo de
            consulta que no esta disponible se anota en la ficha y
            esa parte se omite.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
         RECORD KEY IS NM-Clave
         FILE STATUS IS WS-Estado-Nombres.

      * Archivos que solo lee la ficha de ciudad; se abren al armar
      * cada ficha y se cierran al terminarla, asi la consulta
      * normal no depende de ellos.
      * Referencia de provincias y municipios: la clave es la de
      * los primeros 6 caracteres del CodigoINE. La ruta se toma de
      * MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Departamentos vigentes. La ruta se toma de
      * DEPARTAMENTOS_DD.
       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Departamentos
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Departamentos.

      * Capitales departamentales. La ruta se toma de
      * DEPARTAMENTOS_CAPITALES_DD.
       SELECT ArchivoCapitales ASSIGN TO WS-Ruta-Capitales
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Capitales.

      * Historial de censos: START en el CodigoINE y lectura
      * secuencial de sus fotos, que vienen en orden de anio. La
      * ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Datos de la ultima corrida de ProyeccionCenso (un registro
      * por ciudad); su ruta se resuelve por el perfil de ambiente.
       SELECT ArchivoProyeccion ASSIGN TO WS-Ruta-Proyeccion
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Proyeccion.

      * Journal de cambios del maestro, solo lectura. La ruta se
      * toma de CIUDADES_JOURNAL_DD.
       SELECT ArchivoJournal ASSIGN TO WS-Ruta-Journal
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Journal.

      * Transacciones del circuito de aprobacion. La ruta se toma
      * de CIUDADES_PENDIENTES_DD.
       SELECT ArchivoPendientes ASSIGN TO WS-Ruta-Pendientes
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Pendientes.

      * Deltas retenidos por plausibilidad en AplicarDeltasCenso.
      * La ruta se toma de CIUDADES_RETENIDAS_DD.
       SELECT ArchivoRetenidas ASSIGN TO WS-Ruta-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Retenidas.

      * Ficha impresa: la ficha de la ultima consulta con salida a
      * archivo. La ruta se toma de CIUDADES_FICHA_DD.
       SELECT ArchivoFicha ASSIGN TO WS-Ruta-Ficha
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Ficha.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
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

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

       FD ArchivoCapitales.
       01 RegistroCapital.
          02 CP-Departamento       PIC X(10).
          02 CP-CodigoINE          PIC X(17).

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

       FD ArchivoProyeccion.
       01 RegistroProyeccion.
          02 PY-CodigoINE           PIC X(17).
          02 PY-NombreCiudad        PIC X(23).
          02 PY-Departamento        PIC X(10).
          02 PY-AnioBase            PIC X(4).
          02 PY-CensoBase           PIC 9(7).
          02 PY-AnioProyectado      PIC X(4).
          02 PY-Proyectado          PIC 9(7).
          02 PY-SinHistorial        PIC X.

       FD ArchivoJournal.
       01 RegistroJournal.
          02 JR-FechaHora           PIC X(21).
          02 JR-Operador            PIC X(20).
          02 JR-Programa            PIC X(25).
          02 JR-TipoOperacion       PIC X.
          02 JR-CodigoINE           PIC X(17).
          02 JR-ImagenAnterior      PIC X(71).
          02 JR-ImagenNueva         PIC X(71).

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

      * RT-Estado: 'P' retenida, 'L' liberada sin aplicar, 'R'
      * rechazada, 'X' aplicada, 'F' fallo al aplicar (ver
      * RevisarRetenidas).
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
          02 RT-Anterior            PIC 9(7).
          02 RT-Nueva               PIC 9(7).
          02 RT-AnioBase            PIC X(4).
          02 RT-Base                PIC 9(7).
          02 RT-Desvio-Base-Signo   PIC X.
          02 RT-Desvio-Base         PIC 9(5)V9.
          02 RT-AnioProyectado      PIC X(4).
          02 RT-Proyectado          PIC 9(7).
          02 RT-Desvio-Proy-Signo   PIC X.
          02 RT-Desvio-Proy         PIC 9(5)V9.
          02 RT-Tolerancia          PIC 9(3).
          02 RT-Supervisor          PIC X(20).
          02 RT-FechaDecision       PIC X(21).
          02 RT-Comentario          PIC X(40).
          02 RT-FechaAplicacion     PIC X(21).

       FD ArchivoFicha.
       01 LineaFicha                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Nombres-Abierto        PIC X          VALUE 'N'.
       01 WS-Patron-Normalizado     PIC X(23)      VALUE SPACES.
       01 WS-Fin-Indice             PIC X          VALUE 'N'.
      * Ficha de ciudad: rutas de los archivos de consulta, destino
      * ('P' pantalla, 'A' archivo) y la linea que se emite.
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
       01 WS-Env-Ruta-Departamentos PIC X(100)     VALUE SPACES.
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Ruta-Capitales         PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS_CAPITALES.DAT".
       01 WS-Env-Ruta-Capitales     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Capitales       PIC XX         VALUE "00".
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Ruta-Proyeccion        PIC X(100)
               VALUE "/home/gary/CIUDADES_PROYECCION.DAT".
       01 WS-Estado-Proyeccion      PIC XX         VALUE "00".
       01 WS-Ruta-Journal           PIC X(100)
               VALUE "/home/gary/CIUDADES_JOURNAL.DAT".
       01 WS-Env-Ruta-Journal       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Journal         PIC XX         VALUE "00".
       01 WS-Ruta-Pendientes        PIC X(100)
               VALUE "/home/gary/CIUDADES_PENDIENTES.DAT".
       01 WS-Env-Ruta-Pendientes    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Pendientes      PIC XX         VALUE "00".
       01 WS-Ruta-Retenidas         PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS.DAT".
       01 WS-Env-Ruta-Retenidas     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Retenidas       PIC XX         VALUE "00".
       01 WS-Ruta-Ficha             PIC X(100)
               VALUE "/home/gary/CIUDADES_FICHA.DAT".
       01 WS-Env-Ruta-Ficha         PIC X(100)     VALUE SPACES.
       01 WS-Estado-Ficha           PIC XX         VALUE "00".
       01 WS-Destino-Ficha          PIC X          VALUE 'P'.
       01 WS-Opcion-Destino         PIC 9          VALUE 0.
       01 WS-Linea-Ficha            PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Fin-Lectura            PIC X          VALUE 'N'.
       01 WS-Hallado                PIC X          VALUE 'N'.
       01 WS-Cantidad               PIC 9(5)       VALUE 0.
       01 WS-Censo-Mask             PIC Z,ZZZ,ZZ9.
       01 WS-Urbano-Mask            PIC Z,ZZZ,ZZ9.
       01 WS-Rural-Mask             PIC Z,ZZZ,ZZ9.
      * Fotos del historial: crecimiento contra la foto anterior,
      * con las mismas cifras que ReporteCrecimientoCenso.
       01 WS-Foto-Tiene-Previo      PIC X          VALUE 'N'.
       01 WS-Foto-Censo-Previo      PIC 9(7)       VALUE 0.
       01 WS-Crecimiento            PIC S9(8)      VALUE 0.
       01 WS-Porcentaje             PIC S9(5)V99   VALUE 0.
       01 WS-Crecimiento-Mask       PIC +Z,ZZZ,ZZ9.
       01 WS-Porcentaje-Mask        PIC +ZZZZ9.99.
      * Ultimos cambios del journal para el CodigoINE: se guardan
      * los WS-Max-Recientes mas nuevos; al llenarse la tabla se
      * corre una posicion y se descarta el mas viejo.
       01 WS-Max-Recientes          PIC 9(2)       VALUE 10.
       01 WS-Total-Recientes        PIC 9(2)       VALUE 0.
       01 WS-Indice-Reciente        PIC 9(2)       VALUE 0.
       01 WS-Cambios-Codigo         PIC 9(5)       VALUE 0.
       01 WS-Tabla-Recientes.
          02 WS-Reciente OCCURS 10 TIMES.
             03 WS-Rec-FechaHora    PIC X(21).
             03 WS-Rec-Operador     PIC X(20).
             03 WS-Rec-Programa     PIC X(25).
             03 WS-Rec-Tipo         PIC X.
             03 WS-Rec-Anterior     PIC X(71).
             03 WS-Rec-Nueva        PIC X(71).
       01 WS-Tipo-Descripcion       PIC X(15)      VALUE SPACES.
       01 WS-Censo-Imagen           PIC 9(7)       VALUE 0.
       01 WS-Antes-Texto            PIC X(9)       VALUE SPACES.
       01 WS-Despues-Texto          PIC X(9)       VALUE SPACES.
       01 WS-Estado-Descripcion     PIC X(28)      VALUE SPACES.
      * Retenidas: desvio con signo contra la foto base y la
      * proyeccion, y la tolerancia con que se retuvo.
       01 WS-Desvio-Mask            PIC +++++9.9.
       01 WS-Tolerancia-Mask        PIC ZZ9.
      * Parametros del subprograma NormalizarNombre: el fragmento
      * tecleado se normaliza EXACTAMENTE igual que las entradas del
      * indice, o el START no encontraria nada.
       PROCEDURE DIVISION.
       Begin.
            PERFORM MOD1-INICIALIZACION
            PERFORM MOD2-TRATAMIENTO UNTIL WS-Opcion-Menu = 4
            CLOSE ArchivoCiudades
            IF WS-Nombres-Abierto = 'S' THEN
               CLOSE ArchivoNombres
                  WS-Estado-Nombres "); la busqueda por nombre "
                  "distingue mayusculas y acentos. Genere el "
                  "indice con ReconstruirNombres."
            END-IF
            PERFORM MOD15-RUTAS-FICHA THRU FIN-MD15.

       MOD2-TRATAMIENTO.
            DISPLAY "Consulta de ciudades:"
            DISPLAY "  1 - Buscar por CodigoINE exacto"
            DISPLAY "  2 - Buscar por fragmento de NombreCiudad"
            DISPLAY "  3 - Ficha completa de una ciudad"
            DISPLAY "  4 - Salir"
            ACCEPT WS-Opcion-Menu
            EVALUATE WS-Opcion-Menu
               WHEN 1 PERFORM MOD3-BUSCAR-POR-CODIGO THRU FIN-MD3
               WHEN 2 PERFORM MOD4-BUSCAR-POR-NOMBRE THRU FIN-MD4
               WHEN 3 PERFORM MOD8-FICHA-CIUDAD THRU FIN-MD8
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
            END-EVALUATE.

       FIN-MD6.
            EXIT.

      * Ficha de ciudad: pide el CodigoINE y el destino, lee la
      * ciudad del maestro y arma la ficha parte por parte. Con
      * destino archivo la ficha reemplaza a la impresa antes.
       MOD8-FICHA-CIUDAD.
            DISPLAY "Ingrese el CodigoINE de la ficha:"
            ACCEPT WS-Codigo-Buscado
            MOVE WS-Codigo-Buscado TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  DISPLAY "No existe ciudad con CodigoINE "
                     WS-Codigo-Buscado
                  GO TO FIN-MD8
            END-READ
            DISPLAY "Destino de la ficha: 1 - Pantalla  "
               "2 - Imprimir a archivo"
            ACCEPT WS-Opcion-Destino
            MOVE 'P' TO WS-Destino-Ficha
            IF WS-Opcion-Destino = 2 THEN
               OPEN OUTPUT ArchivoFicha
               IF WS-Estado-Ficha NOT = "00" THEN
                  DISPLAY "No se pudo abrir ArchivoFicha, estado "
                     WS-Estado-Ficha ", se muestra en pantalla."
               ELSE
                  MOVE 'A' TO WS-Destino-Ficha
               END-IF
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE SPACES TO WS-Linea-Ficha
            STRING "Ficha de ciudad " DELIMITED BY SIZE
               CodigoINE DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(9:4) DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            PERFORM MOD9-FICHA-UBICACION THRU FIN-MD9
            PERFORM MOD10-FICHA-FOTOS THRU FIN-MD10
            PERFORM MOD11-FICHA-PROYECCION THRU FIN-MD11
            PERFORM MOD12-FICHA-JOURNAL THRU FIN-MD12
            PERFORM MOD13-FICHA-PENDIENTES THRU FIN-MD13
            PERFORM MOD16-FICHA-RETENIDAS THRU FIN-MD16
            IF WS-Destino-Ficha = 'A' THEN
               CLOSE ArchivoFicha
               DISPLAY "Ficha impresa en "
                  FUNCTION TRIM(WS-Ruta-Ficha)
            END-IF.
       FIN-MD8.
            EXIT.

      * Registro del maestro con su municipio y provincia (por los
      * primeros 6 caracteres del CodigoINE), el nombre oficial y la
      * region de su departamento, y si es capital departamental.
       MOD9-FICHA-UBICACION.
            MOVE SPACES TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE SPACES TO WS-Linea-Ficha
            STRING "Nombre        : " DELIMITED BY SIZE
               NombreCiudad DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE NroHabitantesCenso TO WS-Censo-Mask
            MOVE NroHabitantesUrbano TO WS-Urbano-Mask
            MOVE NroHabitantesRural TO WS-Rural-Mask
            MOVE SPACES TO WS-Linea-Ficha
            STRING "Habitantes    : " DELIMITED BY SIZE
               WS-Censo-Mask DELIMITED BY SIZE
               "  (urbano " DELIMITED BY SIZE
               WS-Urbano-Mask DELIMITED BY SIZE
               ", rural " DELIMITED BY SIZE
               WS-Rural-Mask DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE SPACES TO WS-Linea-Ficha
            OPEN INPUT ArchivoDepartamentos
            IF WS-Estado-Departamentos NOT = "00" THEN
               STRING "Departamento  : " DELIMITED BY SIZE
                  Departamento DELIMITED BY SIZE
                  " (DEPARTAMENTOS no disponible, estado "
                  DELIMITED BY SIZE
                  WS-Estado-Departamentos DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
            ELSE
               MOVE Departamento TO DEP-Codigo
               READ ArchivoDepartamentos
                  KEY IS DEP-Codigo
                  INVALID KEY
                     STRING "Departamento  : " DELIMITED BY SIZE
                        Departamento DELIMITED BY SIZE
                        " (no figura en DEPARTAMENTOS)"
                        DELIMITED BY SIZE
                        INTO WS-Linea-Ficha
                     END-STRING
                  NOT INVALID KEY
                     STRING "Departamento  : " DELIMITED BY SIZE
                        Departamento DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        DEP-NombreOficial DELIMITED BY SIZE
                        " region " DELIMITED BY SIZE
                        DEP-Region DELIMITED BY SIZE
                        INTO WS-Linea-Ficha
                     END-STRING
               END-READ
               CLOSE ArchivoDepartamentos
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios NOT = "00" THEN
               MOVE SPACES TO WS-Linea-Ficha
               STRING "Municipio     : (MUNICIPIOS no disponible, "
                  DELIMITED BY SIZE
                  "estado " DELIMITED BY SIZE
                  WS-Estado-Municipios DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            ELSE
               MOVE CodigoINE(1:6) TO MUN-Clave
               READ ArchivoMunicipios
                  KEY IS MUN-Clave
                  INVALID KEY
                     MOVE SPACES TO WS-Linea-Ficha
                     STRING "Municipio     : clave " DELIMITED BY SIZE
                        CodigoINE(1:6) DELIMITED BY SIZE
                        " (no figura en MUNICIPIOS)"
                        DELIMITED BY SIZE
                        INTO WS-Linea-Ficha
                     END-STRING
                     PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
                  NOT INVALID KEY
                     MOVE SPACES TO WS-Linea-Ficha
                     STRING "Provincia     : " DELIMITED BY SIZE
                        MUN-NombreProvincia DELIMITED BY SIZE
                        INTO WS-Linea-Ficha
                     END-STRING
                     PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
                     MOVE SPACES TO WS-Linea-Ficha
                     STRING "Municipio     : " DELIMITED BY SIZE
                        MUN-NombreMunicipio DELIMITED BY SIZE
                        " (clave " DELIMITED BY SIZE
                        MUN-Clave DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-Linea-Ficha
                     END-STRING
                     PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               END-READ
               CLOSE ArchivoMunicipios
            END-IF
            MOVE SPACES TO WS-Linea-Ficha
            OPEN INPUT ArchivoCapitales
            IF WS-Estado-Capitales NOT = "00" THEN
               MOVE "Capital       : no (no hay capitales definidas)"
                  TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD9
            END-IF
            MOVE 'N' TO WS-Hallado
            MOVE 'N' TO WS-Fin-Lectura
            PERFORM MOD9B-BUSCAR-CAPITAL THRU FIN-MD9B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoCapitales
            IF WS-Hallado = 'S' THEN
               STRING "Capital       : si, capital departamental de "
                  DELIMITED BY SIZE
                  CP-Departamento DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
            ELSE
               MOVE "Capital       : no" TO WS-Linea-Ficha
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14.
       FIN-MD9.
            EXIT.

       MOD9B-BUSCAR-CAPITAL.
            READ ArchivoCapitales
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD9B
            END-READ
            IF CP-CodigoINE = CodigoINE THEN
               MOVE 'S' TO WS-Hallado
               MOVE 'S' TO WS-Fin-Lectura
            END-IF.
       FIN-MD9B.
            EXIT.

      * Cada foto del historial de censos de la ciudad, en orden de
      * anio, con el crecimiento contra la foto anterior.
       MOD10-FICHA-FOTOS.
            MOVE SPACES TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE "Censos registrados:" TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial NOT = "00" THEN
               MOVE SPACES TO WS-Linea-Ficha
               STRING "  (historial de censos no disponible, estado "
                  DELIMITED BY SIZE
                  WS-Estado-Historial DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD10
            END-IF
            MOVE 0 TO WS-Cantidad
            MOVE 'N' TO WS-Foto-Tiene-Previo
            MOVE 'N' TO WS-Fin-Lectura
            MOVE CodigoINE TO HC-CodigoINE
            MOVE LOW-VALUES TO HC-AnioCenso
            START ArchivoHistorialCenso
               KEY IS NOT LESS THAN HC-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Lectura
            END-START
            PERFORM MOD10B-EMITIR-FOTO THRU FIN-MD10B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoHistorialCenso
            IF WS-Cantidad = 0 THEN
               MOVE "  (sin fotos en el historial de censos)"
                  TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD10.
            EXIT.

       MOD10B-EMITIR-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD10B
            END-READ
            IF HC-CodigoINE NOT = CodigoINE THEN
               MOVE 'S' TO WS-Fin-Lectura
               GO TO FIN-MD10B
            END-IF
            ADD 1 TO WS-Cantidad
            MOVE HC-NroHabitantesCenso TO WS-Censo-Mask
            MOVE HC-NroHabitantesUrbano TO WS-Urbano-Mask
            MOVE HC-NroHabitantesRural TO WS-Rural-Mask
            MOVE SPACES TO WS-Linea-Ficha
            STRING "  " DELIMITED BY SIZE
               HC-AnioCenso DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Censo-Mask DELIMITED BY SIZE
               "  urbano " DELIMITED BY SIZE
               WS-Urbano-Mask DELIMITED BY SIZE
               "  rural " DELIMITED BY SIZE
               WS-Rural-Mask DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            IF WS-Foto-Tiene-Previo = 'S' THEN
               COMPUTE WS-Crecimiento =
                  HC-NroHabitantesCenso - WS-Foto-Censo-Previo
               MOVE WS-Crecimiento TO WS-Crecimiento-Mask
               MOVE "  crecimiento: " TO WS-Linea-Ficha(60:15)
               MOVE WS-Crecimiento-Mask TO WS-Linea-Ficha(75:10)
               IF WS-Foto-Censo-Previo = 0 THEN
                  MOVE "  porcentaje: n/a" TO WS-Linea-Ficha(85:17)
               ELSE
                  COMPUTE WS-Porcentaje ROUNDED =
                     WS-Crecimiento * 100 / WS-Foto-Censo-Previo
                  MOVE WS-Porcentaje TO WS-Porcentaje-Mask
                  MOVE "  porcentaje: " TO WS-Linea-Ficha(85:14)
                  MOVE WS-Porcentaje-Mask TO WS-Linea-Ficha(99:9)
                  MOVE " %" TO WS-Linea-Ficha(108:2)
               END-IF
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE HC-NroHabitantesCenso TO WS-Foto-Censo-Previo
            MOVE 'S' TO WS-Foto-Tiene-Previo.
       FIN-MD10B.
            EXIT.

      * Cifra proyectada de la ciudad en los datos de la ultima
      * corrida de ProyeccionCenso.
       MOD11-FICHA-PROYECCION.
            MOVE SPACES TO WS-Linea-Ficha
            OPEN INPUT ArchivoProyeccion
            IF WS-Estado-Proyeccion NOT = "00" THEN
               STRING "Proyeccion    : no hay proyeccion generada "
                  DELIMITED BY SIZE
                  "(correr ProyeccionCenso)" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD11
            END-IF
            MOVE 'N' TO WS-Hallado
            MOVE 'N' TO WS-Fin-Lectura
            PERFORM MOD11B-BUSCAR-PROYECCION THRU FIN-MD11B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoProyeccion
            IF WS-Hallado NOT = 'S' THEN
               STRING "Proyeccion    : la ciudad no figura en la "
                  DELIMITED BY SIZE
                  "ultima proyeccion" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD11
            END-IF
            MOVE PY-Proyectado TO WS-Censo-Mask
            MOVE PY-CensoBase TO WS-Urbano-Mask
            STRING "Proyeccion    : " DELIMITED BY SIZE
               PY-AnioProyectado DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Censo-Mask DELIMITED BY SIZE
               "  (base " DELIMITED BY SIZE
               PY-AnioBase DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-Urbano-Mask DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            IF PY-SinHistorial = 'S' THEN
               MOVE "  sin historial suficiente, constante"
                  TO WS-Linea-Ficha(60:37)
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14.
       FIN-MD11.
            EXIT.

       MOD11B-BUSCAR-PROYECCION.
            READ ArchivoProyeccion
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD11B
            END-READ
            IF PY-CodigoINE = CodigoINE THEN
               MOVE 'S' TO WS-Hallado
               MOVE 'S' TO WS-Fin-Lectura
            END-IF.
       FIN-MD11B.
            EXIT.

      * Ultimos cambios del CodigoINE en el journal vigente (las
      * generaciones archivadas se consultan con
      * HistorialCiudades). Se recorre el journal completo y quedan
      * los mas nuevos en la tabla; se listan del mas viejo al mas
      * nuevo con la cifra de habitantes antes y despues.
       MOD12-FICHA-JOURNAL.
            MOVE SPACES TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            OPEN INPUT ArchivoJournal
            IF WS-Estado-Journal NOT = "00" THEN
               MOVE SPACES TO WS-Linea-Ficha
               STRING "Cambios recientes: journal no disponible "
                  DELIMITED BY SIZE
                  "(estado " DELIMITED BY SIZE
                  WS-Estado-Journal DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD12
            END-IF
            MOVE 0 TO WS-Total-Recientes
            MOVE 0 TO WS-Cambios-Codigo
            MOVE 'N' TO WS-Fin-Lectura
            PERFORM MOD12B-LEER-CAMBIO THRU FIN-MD12B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoJournal
            MOVE WS-Cambios-Codigo TO WS-Cantidad
            MOVE SPACES TO WS-Linea-Ficha
            STRING "Cambios recientes (ultimos " DELIMITED BY SIZE
               WS-Total-Recientes DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               WS-Cantidad DELIMITED BY SIZE
               " en el journal vigente):" DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            PERFORM MOD12D-EMITIR-CAMBIO THRU FIN-MD12D
               VARYING WS-Indice-Reciente FROM 1 BY 1
               UNTIL WS-Indice-Reciente > WS-Total-Recientes.
       FIN-MD12.
            EXIT.

       MOD12B-LEER-CAMBIO.
            READ ArchivoJournal
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD12B
            END-READ
            IF JR-CodigoINE NOT = CodigoINE THEN
               GO TO FIN-MD12B
            END-IF
            ADD 1 TO WS-Cambios-Codigo
            IF WS-Total-Recientes = WS-Max-Recientes THEN
               PERFORM MOD12C-CORRER-TABLA THRU FIN-MD12C
                  VARYING WS-Indice-Reciente FROM 2 BY 1
                  UNTIL WS-Indice-Reciente > WS-Max-Recientes
            ELSE
               ADD 1 TO WS-Total-Recientes
            END-IF
            MOVE JR-FechaHora TO WS-Rec-FechaHora(WS-Total-Recientes)
            MOVE JR-Operador TO WS-Rec-Operador(WS-Total-Recientes)
            MOVE JR-Programa TO WS-Rec-Programa(WS-Total-Recientes)
            MOVE JR-TipoOperacion TO WS-Rec-Tipo(WS-Total-Recientes)
            MOVE JR-ImagenAnterior
               TO WS-Rec-Anterior(WS-Total-Recientes)
            MOVE JR-ImagenNueva TO WS-Rec-Nueva(WS-Total-Recientes).
       FIN-MD12B.
            EXIT.

       MOD12C-CORRER-TABLA.
            MOVE WS-Reciente(WS-Indice-Reciente)
               TO WS-Reciente(WS-Indice-Reciente - 1).
       FIN-MD12C.
            EXIT.

       MOD12D-EMITIR-CAMBIO.
            EVALUATE WS-Rec-Tipo(WS-Indice-Reciente)
               WHEN 'A' MOVE "alta" TO WS-Tipo-Descripcion
               WHEN 'M' MOVE "modificacion" TO WS-Tipo-Descripcion
               WHEN 'B' MOVE "baja" TO WS-Tipo-Descripcion
               WHEN 'R' MOVE "reversion" TO WS-Tipo-Descripcion
               WHEN 'C' MOVE "recodificacion" TO WS-Tipo-Descripcion
               WHEN OTHER
                  MOVE WS-Rec-Tipo(WS-Indice-Reciente)
                     TO WS-Tipo-Descripcion
            END-EVALUATE
            MOVE "-" TO WS-Antes-Texto
            MOVE "-" TO WS-Despues-Texto
            IF WS-Rec-Anterior(WS-Indice-Reciente) NOT = SPACES AND
               WS-Rec-Anterior(WS-Indice-Reciente)(41:7) NUMERIC THEN
               MOVE WS-Rec-Anterior(WS-Indice-Reciente)(41:7)
                  TO WS-Censo-Imagen
               MOVE WS-Censo-Imagen TO WS-Censo-Mask
               MOVE WS-Censo-Mask TO WS-Antes-Texto
            END-IF
            IF WS-Rec-Nueva(WS-Indice-Reciente) NOT = SPACES AND
               WS-Rec-Nueva(WS-Indice-Reciente)(41:7) NUMERIC THEN
               MOVE WS-Rec-Nueva(WS-Indice-Reciente)(41:7)
                  TO WS-Censo-Imagen
               MOVE WS-Censo-Imagen TO WS-Censo-Mask
               MOVE WS-Censo-Mask TO WS-Despues-Texto
            END-IF
            MOVE SPACES TO WS-Linea-Ficha
            STRING "  " DELIMITED BY SIZE
               WS-Rec-FechaHora(WS-Indice-Reciente)(1:8)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Rec-FechaHora(WS-Indice-Reciente)(9:4)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Tipo-Descripcion DELIMITED BY SIZE
               WS-Rec-Operador(WS-Indice-Reciente) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Rec-Programa(WS-Indice-Reciente) DELIMITED BY SIZE
               " habitantes " DELIMITED BY SIZE
               WS-Antes-Texto DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-Despues-Texto DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14.
       FIN-MD12D.
            EXIT.

      * Transacciones del circuito de aprobacion para el CodigoINE
      * que todavia no se aplicaron (capturadas o aprobadas) o que
      * no prosperaron (rechazadas o fallidas al aplicar).
       MOD13-FICHA-PENDIENTES.
            MOVE SPACES TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE "Transacciones pendientes o rechazadas:"
               TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            OPEN INPUT ArchivoPendientes
            IF WS-Estado-Pendientes NOT = "00" THEN
               MOVE "  (no hay archivo de pendientes)"
                  TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD13
            END-IF
            MOVE 0 TO WS-Cantidad
            MOVE 'N' TO WS-Fin-Lectura
            PERFORM MOD13B-EMITIR-PENDIENTE THRU FIN-MD13B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoPendientes
            IF WS-Cantidad = 0 THEN
               MOVE "  (ninguna)" TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD13.
            EXIT.

       MOD13B-EMITIR-PENDIENTE.
            READ ArchivoPendientes
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD13B
            END-READ
            IF PD-CodigoINE NOT = CodigoINE THEN
               GO TO FIN-MD13B
            END-IF
            EVALUATE PD-Estado
               WHEN 'P' MOVE "capturada, espera aprobacion"
                           TO WS-Estado-Descripcion
               WHEN 'A' MOVE "aprobada, sin aplicar"
                           TO WS-Estado-Descripcion
               WHEN 'R' MOVE "rechazada"
                           TO WS-Estado-Descripcion
               WHEN 'F' MOVE "fallo al aplicar"
                           TO WS-Estado-Descripcion
               WHEN OTHER
                  GO TO FIN-MD13B
            END-EVALUATE
            ADD 1 TO WS-Cantidad
            MOVE SPACES TO WS-Linea-Ficha
            STRING "  " DELIMITED BY SIZE
               PD-TipoTransaccion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Estado-Descripcion DELIMITED BY SIZE
               " captura " DELIMITED BY SIZE
               PD-Capturador DELIMITED BY SIZE
               PD-FechaCaptura(1:8) DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            IF PD-Estado NOT = 'P' THEN
               MOVE "decision" TO WS-Linea-Ficha(71:8)
               MOVE PD-Aprobador TO WS-Linea-Ficha(80:20)
               MOVE PD-FechaDecision(1:8) TO WS-Linea-Ficha(100:8)
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            IF PD-Comentario NOT = SPACES THEN
               MOVE SPACES TO WS-Linea-Ficha
               STRING "      comentario: " DELIMITED BY SIZE
                  PD-Comentario DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD13B.
            EXIT.

      * Emite una linea de la ficha en pantalla o en el archivo.
       MOD14-EMITIR-LINEA.
            IF WS-Destino-Ficha = 'A' THEN
               WRITE LineaFicha FROM WS-Linea-Ficha
            ELSE
               DISPLAY FUNCTION TRIM(WS-Linea-Ficha TRAILING)
            END-IF.
       FIN-MD14.
            EXIT.

      * Rutas de los archivos de la ficha, cada una con su variable
      * de ambiente y el perfil de ambiente, como el maestro.
       MOD15-RUTAS-FICHA.
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
            ACCEPT WS-Env-Ruta-Capitales FROM ENVIRONMENT
               "DEPARTAMENTOS_CAPITALES_DD"
            IF WS-Env-Ruta-Capitales NOT = SPACES THEN
               MOVE WS-Env-Ruta-Capitales TO WS-Ruta-Capitales
            END-IF
            MOVE "CAPITALES" TO PRF-Nombre
            MOVE WS-Ruta-Capitales TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Capitales
            ACCEPT WS-Env-Ruta-Historial FROM ENVIRONMENT
               "CIUDADES_HISTORIAL_DD"
            IF WS-Env-Ruta-Historial NOT = SPACES THEN
               MOVE WS-Env-Ruta-Historial TO WS-Ruta-Historial
            END-IF
            MOVE "HISTORIAL" TO PRF-Nombre
            MOVE WS-Ruta-Historial TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Historial
            MOVE "PROYECCION" TO PRF-Nombre
            MOVE WS-Ruta-Proyeccion TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Proyeccion
            ACCEPT WS-Env-Ruta-Journal FROM ENVIRONMENT
               "CIUDADES_JOURNAL_DD"
            IF WS-Env-Ruta-Journal NOT = SPACES THEN
               MOVE WS-Env-Ruta-Journal TO WS-Ruta-Journal
            END-IF
            MOVE "JOURNAL" TO PRF-Nombre
            MOVE WS-Ruta-Journal TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Journal
            ACCEPT WS-Env-Ruta-Pendientes FROM ENVIRONMENT
               "CIUDADES_PENDIENTES_DD"
            IF WS-Env-Ruta-Pendientes NOT = SPACES THEN
               MOVE WS-Env-Ruta-Pendientes TO WS-Ruta-Pendientes
            END-IF
            MOVE "PENDIENTES" TO PRF-Nombre
            MOVE WS-Ruta-Pendientes TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Pendientes
            ACCEPT WS-Env-Ruta-Retenidas FROM ENVIRONMENT
               "CIUDADES_RETENIDAS_DD"
            IF WS-Env-Ruta-Retenidas NOT = SPACES THEN
               MOVE WS-Env-Ruta-Retenidas TO WS-Ruta-Retenidas
            END-IF
            MOVE "RETENIDAS" TO PRF-Nombre
            MOVE WS-Ruta-Retenidas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Retenidas
            ACCEPT WS-Env-Ruta-Ficha FROM ENVIRONMENT
               "CIUDADES_FICHA_DD"
            IF WS-Env-Ruta-Ficha NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ficha TO WS-Ruta-Ficha
            END-IF
            MOVE "FICHA" TO PRF-Nombre
            MOVE WS-Ruta-Ficha TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ficha.
       FIN-MD15.
            EXIT.

      * Deltas del INE para el CodigoINE que AplicarDeltasCenso
      * retuvo por plausibilidad y siguen abiertos: retenidos a la
      * espera de revision o liberados que todavia no se aplicaron.
       MOD16-FICHA-RETENIDAS.
            MOVE SPACES TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            MOVE "Deltas retenidos por plausibilidad:"
               TO WS-Linea-Ficha
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            OPEN INPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               MOVE "  (no hay archivo de retenidas)"
                  TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
               GO TO FIN-MD16
            END-IF
            MOVE 0 TO WS-Cantidad
            MOVE 'N' TO WS-Fin-Lectura
            PERFORM MOD16B-EMITIR-RETENIDA THRU FIN-MD16B
               UNTIL WS-Fin-Lectura = 'S'
            CLOSE ArchivoRetenidas
            IF WS-Cantidad = 0 THEN
               MOVE "  (ninguno)" TO WS-Linea-Ficha
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD16.
            EXIT.

       MOD16B-EMITIR-RETENIDA.
            READ ArchivoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Lectura
                  GO TO FIN-MD16B
            END-READ
            IF RT-CodigoINE NOT = CodigoINE THEN
               GO TO FIN-MD16B
            END-IF
            EVALUATE RT-Estado
               WHEN 'P' MOVE "retenida, espera revision"
                           TO WS-Estado-Descripcion
               WHEN 'L' MOVE "liberada, sin aplicar"
                           TO WS-Estado-Descripcion
               WHEN OTHER
                  GO TO FIN-MD16B
            END-EVALUATE
            ADD 1 TO WS-Cantidad
            MOVE SPACES TO WS-Linea-Ficha
            STRING "  " DELIMITED BY SIZE
               RT-TipoTransaccion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Estado-Descripcion DELIMITED BY SIZE
               " retenida " DELIMITED BY SIZE
               RT-FechaHora(1:8) DELIMITED BY SIZE
               " corrida " DELIMITED BY SIZE
               RT-Corrida DELIMITED BY SIZE
               INTO WS-Linea-Ficha
            END-STRING
            IF RT-Estado = 'L' THEN
               MOVE "decision" TO WS-Linea-Ficha(71:8)
               MOVE RT-Supervisor TO WS-Linea-Ficha(80:20)
               MOVE RT-FechaDecision(1:8) TO WS-Linea-Ficha(100:8)
            END-IF
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
      * Cifras: anterior y nueva, desvio contra la foto base (o el
      * maestro) y contra la proyeccion, y la tolerancia.
            MOVE SPACES TO WS-Linea-Ficha
            MOVE "anterior" TO WS-Linea-Ficha(7:8)
            MOVE RT-Anterior TO WS-Censo-Mask
            MOVE WS-Censo-Mask TO WS-Linea-Ficha(16:9)
            MOVE "nueva" TO WS-Linea-Ficha(26:5)
            MOVE RT-Nueva TO WS-Censo-Mask
            MOVE WS-Censo-Mask TO WS-Linea-Ficha(32:9)
            IF RT-AnioBase = SPACES THEN
               MOVE "maestro" TO WS-Linea-Ficha(43:7)
            ELSE
               MOVE "foto" TO WS-Linea-Ficha(43:4)
               MOVE RT-AnioBase TO WS-Linea-Ficha(48:4)
            END-IF
            IF RT-Desvio-Base-Signo = '-' THEN
               COMPUTE WS-Desvio-Mask = 0 - RT-Desvio-Base
            ELSE
               MOVE RT-Desvio-Base TO WS-Desvio-Mask
            END-IF
            MOVE WS-Desvio-Mask TO WS-Linea-Ficha(53:8)
            MOVE "%" TO WS-Linea-Ficha(61:1)
            IF RT-AnioProyectado = SPACES THEN
               MOVE "proyeccion sin datos" TO WS-Linea-Ficha(64:20)
            ELSE
               MOVE "proy" TO WS-Linea-Ficha(64:4)
               MOVE RT-AnioProyectado TO WS-Linea-Ficha(69:4)
               IF RT-Desvio-Proy-Signo = '-' THEN
                  COMPUTE WS-Desvio-Mask = 0 - RT-Desvio-Proy
               ELSE
                  MOVE RT-Desvio-Proy TO WS-Desvio-Mask
               END-IF
               MOVE WS-Desvio-Mask TO WS-Linea-Ficha(74:8)
               MOVE "%" TO WS-Linea-Ficha(82:1)
            END-IF
            MOVE "tolerancia" TO WS-Linea-Ficha(86:10)
            MOVE RT-Tolerancia TO WS-Tolerancia-Mask
            MOVE WS-Tolerancia-Mask TO WS-Linea-Ficha(97:3)
            MOVE "%" TO WS-Linea-Ficha(100:1)
            PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            IF RT-Comentario NOT = SPACES THEN
               MOVE SPACES TO WS-Linea-Ficha
               STRING "      comentario: " DELIMITED BY SIZE
                  RT-Comentario DELIMITED BY SIZE
                  INTO WS-Linea-Ficha
               END-STRING
               PERFORM MOD14-EMITIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD16B.
            EXIT.
