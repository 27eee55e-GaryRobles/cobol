      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MantenimientoSuperficies.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Alta, modificacion, baja, listado y validacion del
            registro de superficies municipales. Cada registro lleva
            la clave del municipio tal como MUN-Clave de
            MUNICIPIOS.DAT (2 del departamento, 2 de la provincia y
            2 del municipio), la superficie en km2 con dos
            decimales, la fuente del dato y su fecha (AAAAMMDD),
            mas el operador y la fecha-hora de la ultima carga. El
            alta y la modificacion exigen que el municipio exista
            en la referencia de municipios, una superficie mayor a
            cero, fuente y fecha valida. La opcion de validacion
            cruza el registro con MUNICIPIOS.DAT en los dos
            sentidos: superficies de municipios que ya no existen
            (p.ej. dados de baja despues) y municipios que todavia
            no tienen superficie. Con SUPERFICIES_VALIDAR=S corre
            solo la validacion, sin menu ni inicio de sesion porque
            no modifica nada, y termina con codigo 2 si encuentra
            diferencias. DensidadPoblacion usa este registro para
            el reporte de densidad. Codigos de retorno: 1 error de
            archivo, 2 diferencias en la validacion, 3 sesion
            rechazada.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registro de superficies; la ruta se toma de SUPERFICIES_DD.
      * ACCESS DYNAMIC para el listado y la validacion ademas del
      * acceso directo.
       SELECT ArchivoSuperficies ASSIGN TO WS-Ruta-Superficies
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SUP-Clave
         FILE STATUS IS WS-Estado-Archivo.

      * Referencia de provincias y municipios que mantiene
      * MantenimientoMunicipios; la ruta se toma de MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
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

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Superficies       PIC X(100)
               VALUE "/home/gary/SUPERFICIES.DAT".
       01 WS-Env-Ruta-Superficies   PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Modo-Validar           PIC X          VALUE 'N'.
       01 WS-Opcion-Menu            PIC 9          VALUE 0.
       01 WS-Clave-Buscada          PIC X(6)       VALUE SPACES.
       01 WS-Continuar              PIC X          VALUE 'S'.
       01 WS-Fin-Listado            PIC X          VALUE 'N'.
       01 WS-Listados               PIC 9(4)       VALUE 0.
       01 WS-Municipio-Valido       PIC X          VALUE 'N'.
       01 WS-Datos-Validos          PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
      * La superficie se ingresa como texto (p.ej. 1234.56) y se
      * valida antes de pasarla al campo numerico.
       01 WS-Area-Texto             PIC X(12)      VALUE SPACES.
       01 WS-Area-Valor             PIC S9(9)V99   VALUE 0.
       01 WS-Area-Numero            PIC 9(6)V99    VALUE 0.
       01 WS-Area-Mask              PIC ZZZ,ZZ9.99.
       01 WS-Fecha-Numero           PIC 9(8)       VALUE 0.
       01 WS-Huerfanas              PIC 9(4)       VALUE 0.
       01 WS-Faltantes              PIC 9(4)       VALUE 0.
      * Parametros del subprograma SesionOperador: autenticacion
      * contra OPERADORES.DAT y rol del operador. Mismo rol que el
      * mantenimiento de municipios.
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
            IF WS-Modo-Validar = 'S' THEN
               PERFORM MOD8-VALIDAR THRU FIN-MD8
               IF WS-Huerfanas > 0 OR WS-Faltantes > 0 THEN
                  MOVE 2 TO RETURN-CODE
               END-IF
            ELSE
               PERFORM MOD2-TRATAMIENTO UNTIL WS-Continuar NOT = 'S'
            END-IF
            CLOSE ArchivoSuperficies
            CLOSE ArchivoMunicipios
            STOP RUN.

       MOD1-INICIALIZACION.
            ACCEPT WS-Modo-Validar FROM ENVIRONMENT
               "SUPERFICIES_VALIDAR"
      * Cargar superficies exige inicio de sesion con rol de
      * mantenimiento o superior; la validacion sola solo lee.
            IF WS-Modo-Validar NOT = 'S' THEN
               MOVE 'M' TO SES-Rol-Requerido
               CALL "SesionOperador" USING SES-Parametros
               IF SES-Resultado NOT = 'S' THEN
                  DISPLAY "Inicio de sesion rechazado: "
                     FUNCTION TRIM(SES-Detalle)
                  MOVE 3 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            ACCEPT WS-Env-Ruta-Superficies FROM ENVIRONMENT
               "SUPERFICIES_DD"
            IF WS-Env-Ruta-Superficies NOT = SPACES THEN
               MOVE WS-Env-Ruta-Superficies TO WS-Ruta-Superficies
            END-IF
            MOVE "SUPERFICIES" TO PRF-Nombre
            MOVE WS-Ruta-Superficies TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Superficies
            IF WS-Modo-Validar = 'S' THEN
               OPEN INPUT ArchivoSuperficies
            ELSE
               OPEN I-O ArchivoSuperficies
      * Estado 35: el registro todavia no existe (primera carga);
      * se crea vacio y se reabre I-O.
               IF WS-Estado-Archivo = "35" THEN
                  OPEN OUTPUT ArchivoSuperficies
                  IF WS-Estado-Archivo = "00" THEN
                     CLOSE ArchivoSuperficies
                     OPEN I-O ArchivoSuperficies
                  END-IF
               END-IF
            END-IF
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoSuperficies, "
                  "estado " WS-Estado-Archivo
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
      * Sin la referencia de municipios no hay contra que validar
      * la clave: hay que cargarla primero con
      * MantenimientoMunicipios.
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoMunicipios, "
                  "estado " WS-Estado-Municipios
                  ". Cargue la referencia con "
                  "MantenimientoMunicipios antes de cargar "
                  "superficies."
               CLOSE ArchivoSuperficies
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.

       MOD2-TRATAMIENTO.
            DISPLAY "Registro de superficies municipales:"
            DISPLAY "  1 - Alta de superficie"
            DISPLAY "  2 - Modificacion de superficie, fuente y fecha"
            DISPLAY "  3 - Baja de superficie"
            DISPLAY "  4 - Listar el registro completo"
            DISPLAY "  5 - Validar contra la referencia de municipios"
            DISPLAY "  6 - Salir"
            ACCEPT WS-Opcion-Menu
            EVALUATE WS-Opcion-Menu
               WHEN 1 PERFORM MOD3-ALTA THRU FIN-MD3
               WHEN 2 PERFORM MOD4-MODIFICACION THRU FIN-MD4
               WHEN 3 PERFORM MOD5-BAJA THRU FIN-MD5
               WHEN 4 PERFORM MOD6-LISTAR THRU FIN-MD6
               WHEN 5 PERFORM MOD8-VALIDAR THRU FIN-MD8
               WHEN 6 MOVE 'N' TO WS-Continuar
               WHEN OTHER DISPLAY "Opcion invalida"
            END-EVALUATE.

       MOD3-ALTA.
            DISPLAY "Clave del municipio (6 caracteres, igual que en "
               "la referencia de municipios):"
            ACCEPT SUP-Clave
            PERFORM MOD7-VALIDAR-MUNICIPIO THRU FIN-MD7
            IF WS-Municipio-Valido NOT = 'S' THEN
               GO TO FIN-MD3
            END-IF
            PERFORM MOD9-PEDIR-DATOS THRU FIN-MD9
            IF WS-Datos-Validos NOT = 'S' THEN
               GO TO FIN-MD3
            END-IF
            WRITE DetallesSuperficie
               INVALID KEY
                  DISPLAY "Ya existe una superficie para ese "
                     "municipio, use la modificacion"
               NOT INVALID KEY
                  DISPLAY "Superficie agregada correctamente"
            END-WRITE.
       FIN-MD3.
            EXIT.

       MOD4-MODIFICACION.
            DISPLAY "Clave del municipio a corregir:"
            ACCEPT WS-Clave-Buscada
            MOVE WS-Clave-Buscada TO SUP-Clave
            READ ArchivoSuperficies
               KEY IS SUP-Clave
               INVALID KEY
                  DISPLAY "No hay superficie cargada para esa clave"
                  GO TO FIN-MD4
            END-READ
            PERFORM MOD7-VALIDAR-MUNICIPIO THRU FIN-MD7
            IF WS-Municipio-Valido NOT = 'S' THEN
               GO TO FIN-MD4
            END-IF
            MOVE SUP-AreaKm2 TO WS-Area-Mask
            DISPLAY "Superficie actual: " WS-Area-Mask " km2, fuente "
               FUNCTION TRIM(SUP-Fuente) " del " SUP-FechaDato
            PERFORM MOD9-PEDIR-DATOS THRU FIN-MD9
            IF WS-Datos-Validos NOT = 'S' THEN
               GO TO FIN-MD4
            END-IF
            REWRITE DetallesSuperficie
               INVALID KEY
                  DISPLAY "No se pudo actualizar el registro"
               NOT INVALID KEY
                  DISPLAY "Superficie actualizada correctamente"
            END-REWRITE.
       FIN-MD4.
            EXIT.

       MOD5-BAJA.
            DISPLAY "Clave del municipio cuya superficie se elimina:"
            ACCEPT WS-Clave-Buscada
            MOVE WS-Clave-Buscada TO SUP-Clave
            DELETE ArchivoSuperficies
               INVALID KEY
                  DISPLAY "No hay superficie cargada para esa clave"
               NOT INVALID KEY
                  DISPLAY "Superficie eliminada correctamente"
            END-DELETE.
       FIN-MD5.
            EXIT.

       MOD6-LISTAR.
            MOVE 0 TO WS-Listados
            MOVE 'N' TO WS-Fin-Listado
            MOVE LOW-VALUES TO SUP-Clave
            START ArchivoSuperficies
               KEY IS NOT LESS THAN SUP-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Listado
            END-START
            PERFORM MOD6B-LISTAR-SUPERFICIE THRU FIN-MD6B
               UNTIL WS-Fin-Listado = 'S'
            IF WS-Listados = 0 THEN
               DISPLAY "El registro de superficies esta vacio"
            END-IF.
       FIN-MD6.
            EXIT.

       MOD6B-LISTAR-SUPERFICIE.
            READ ArchivoSuperficies NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Listado
                  GO TO FIN-MD6B
            END-READ
            ADD 1 TO WS-Listados
            MOVE SUP-AreaKm2 TO WS-Area-Mask
            DISPLAY SUP-Clave SPACE WS-Area-Mask " km2 " SUP-Fuente
               SPACE SUP-FechaDato SPACE SUP-Operador.
       FIN-MD6B.
            EXIT.

      * La clave debe existir en la referencia de municipios; se
      * muestra el municipio para que el operador confirme que es
      * el que quiere.
       MOD7-VALIDAR-MUNICIPIO.
            MOVE 'N' TO WS-Municipio-Valido
            MOVE SUP-Clave TO MUN-Clave
            READ ArchivoMunicipios
               KEY IS MUN-Clave
               INVALID KEY
                  DISPLAY "El municipio '" SUP-Clave "' no esta en "
                     "la referencia de municipios, se rechaza la "
                     "operacion. Carguelo con MantenimientoMunicipios"
                     " o corrija la clave."
               NOT INVALID KEY
                  MOVE 'S' TO WS-Municipio-Valido
                  DISPLAY "Municipio: "
                     FUNCTION TRIM(MUN-NombreMunicipio) ", provincia "
                     FUNCTION TRIM(MUN-NombreProvincia) ", "
                     FUNCTION TRIM(MUN-Departamento)
            END-READ.
       FIN-MD7.
            EXIT.

      * Cruce en los dos sentidos entre el registro de superficies
      * y la referencia de municipios.
       MOD8-VALIDAR.
            MOVE 0 TO WS-Huerfanas
            MOVE 0 TO WS-Faltantes
            MOVE 'N' TO WS-Fin-Listado
            MOVE LOW-VALUES TO SUP-Clave
            START ArchivoSuperficies
               KEY IS NOT LESS THAN SUP-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Listado
            END-START
            PERFORM MOD8B-VALIDAR-SUPERFICIE THRU FIN-MD8B
               UNTIL WS-Fin-Listado = 'S'
            MOVE 'N' TO WS-Fin-Listado
            MOVE LOW-VALUES TO MUN-Clave
            START ArchivoMunicipios
               KEY IS NOT LESS THAN MUN-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Listado
            END-START
            PERFORM MOD8C-VALIDAR-MUNICIPIO THRU FIN-MD8C
               UNTIL WS-Fin-Listado = 'S'
            DISPLAY "Validacion de superficies: " WS-Huerfanas
               " sin municipio en la referencia, " WS-Faltantes
               " municipios sin superficie."
            IF WS-Huerfanas = 0 AND WS-Faltantes = 0 THEN
               DISPLAY "El registro de superficies cubre toda la "
                  "referencia de municipios."
            END-IF.
       FIN-MD8.
            EXIT.

       MOD8B-VALIDAR-SUPERFICIE.
            READ ArchivoSuperficies NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Listado
                  GO TO FIN-MD8B
            END-READ
            MOVE SUP-Clave TO MUN-Clave
            READ ArchivoMunicipios
               KEY IS MUN-Clave
               INVALID KEY
                  ADD 1 TO WS-Huerfanas
                  DISPLAY "  Superficie sin municipio: " SUP-Clave
                     " (" FUNCTION TRIM(SUP-Fuente) ")"
            END-READ.
       FIN-MD8B.
            EXIT.

       MOD8C-VALIDAR-MUNICIPIO.
            READ ArchivoMunicipios NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Listado
                  GO TO FIN-MD8C
            END-READ
            MOVE MUN-Clave TO SUP-Clave
            READ ArchivoSuperficies
               KEY IS SUP-Clave
               INVALID KEY
                  ADD 1 TO WS-Faltantes
                  DISPLAY "  Municipio sin superficie: " MUN-Clave
                     SPACE FUNCTION TRIM(MUN-NombreMunicipio) ", "
                     FUNCTION TRIM(MUN-Departamento)
            END-READ.
       FIN-MD8C.
            EXIT.

      * Pide superficie, fuente y fecha del dato y los valida; si
      * todo esta bien deja el registro armado con el operador y la
      * fecha-hora de la carga.
       MOD9-PEDIR-DATOS.
            MOVE 'N' TO WS-Datos-Validos
            DISPLAY "Superficie en km2 (p.ej. 1234.56):"
            ACCEPT WS-Area-Texto
            IF WS-Area-Texto = SPACES OR
               FUNCTION TEST-NUMVAL(WS-Area-Texto) NOT = 0 THEN
               DISPLAY "La superficie '" FUNCTION TRIM(WS-Area-Texto)
                  "' no es un numero valido"
               GO TO FIN-MD9
            END-IF
            COMPUTE WS-Area-Valor ROUNDED =
               FUNCTION NUMVAL(WS-Area-Texto)
            IF WS-Area-Valor NOT > 0 THEN
               DISPLAY "La superficie debe ser mayor a cero"
               GO TO FIN-MD9
            END-IF
            IF WS-Area-Valor > 999999.99 THEN
               DISPLAY "La superficie no puede pasar de 999999.99 km2"
               GO TO FIN-MD9
            END-IF
            MOVE WS-Area-Valor TO WS-Area-Numero
            DISPLAY "Fuente del dato (p.ej. INE, IGM, ley de "
               "creacion):"
            ACCEPT SUP-Fuente
            IF SUP-Fuente = SPACES THEN
               DISPLAY "La fuente no puede estar en blanco"
               GO TO FIN-MD9
            END-IF
            DISPLAY "Fecha del dato (AAAAMMDD):"
            ACCEPT SUP-FechaDato
            IF SUP-FechaDato NOT NUMERIC THEN
               DISPLAY "La fecha '" SUP-FechaDato "' no es AAAAMMDD"
               GO TO FIN-MD9
            END-IF
            MOVE SUP-FechaDato TO WS-Fecha-Numero
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-Fecha-Numero) NOT = 0
               THEN
               DISPLAY "La fecha '" SUP-FechaDato "' no es valida"
               GO TO FIN-MD9
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            IF WS-Fecha-Numero > WS-Fecha-Hora-Actual(1:8) THEN
               DISPLAY "La fecha del dato no puede ser futura"
               GO TO FIN-MD9
            END-IF
            MOVE WS-Area-Numero TO SUP-AreaKm2
            MOVE SES-Operador TO SUP-Operador
            MOVE WS-Fecha-Hora-Actual TO SUP-FechaHora
            MOVE 'S' TO WS-Datos-Validos.
       FIN-MD9.
            EXIT.
       END PROGRAM MantenimientoSuperficies.
