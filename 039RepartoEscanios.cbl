      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RepartoEscanios.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Reparto de escanios de la Camara de Diputados por
            departamento segun el censo. Suma NroHabitantesCenso del
            maestro por departamento y reparte ESCANIOS_TOTAL bancas
            por el metodo del mayor resto, garantizando a cada
            departamento ESCANIOS_MINIMO bancas: el departamento que
            no llega al minimo queda fijo en el minimo y las bancas
            restantes se vuelven a repartir entre los demas, hasta
            que ninguno quede por debajo. Imprime la cuota, el resto
            y las bancas de cada DEP-Codigo. El mismo calculo se
            repite sobre las fotos del censo anterior en el
            historial (el ultimo anio cerrado por CierreAnualCenso
            antes de CENSO_ANIO, o ESCANIOS_ANIO_PREVIO si se
            indica) y el reporte muestra que departamentos ganan o
            pierden bancas. Un departamento sin habitantes en un
            censo no entra en el reparto de ese censo: no recibe el
            minimo ni cuenta para ver si el minimo alcanza, y figura
            en el reporte con 0 bancas. Codigos de retorno: 1 error
            de archivo o parametro, 2 fuera de balance, 3 maestro en
            uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD; solo se lee, en orden de
      * CodigoINE.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Historial de censos, mismo esquema que en
      * MantenimientoCiudades; se recorre completo tomando las fotos
      * del anio anterior. La ruta se toma de CIUDADES_HISTORIAL_DD.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

      * Anios cerrados por CierreAnualCenso: solo un anio cerrado
      * tiene la foto de TODAS las ciudades, por eso el censo
      * anterior se busca aqui. La ruta se toma de
      * CIUDADES_CIERRES_DD.
       SELECT ArchivoCierres ASSIGN TO WS-Ruta-Cierres
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Cierres.

      * Referencia de departamentos: rotula el reporte con el nombre
      * oficial. Opcional: sin ella se usa solo el codigo. La ruta
      * se toma de DEPARTAMENTOS_DD.
       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Departamentos
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Departamentos.

      * Reporte del reparto. La ruta se toma de
      * CIUDADES_ESCANIOS_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * Registro de control del balanceo batch. La ruta se toma de
      * CIUDADES_CONTROL_DD.
       SELECT ArchivoControl ASSIGN TO WS-Ruta-Control
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Control.

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

       FD ArchivoCierres.
       01 RegistroCierre.
          02 CR-AnioCenso           PIC X(4).
          02 CR-FechaHora           PIC X(21).
          02 CR-Operador            PIC X(20).
          02 CR-Ciudades            PIC 9(7).

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       FD ArchivoControl.
       01 RegistroControl.
          02 CT-FechaHora           PIC X(21).
          02 CT-Programa            PIC X(25).
          02 CT-Registros           PIC 9(7).
          02 CT-TotalHabitantes     PIC 9(12).
          02 CT-Corrida             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Historial         PIC X(100)
               VALUE "/home/gary/CIUDADES_HISTORIAL_CENSO.DAT".
       01 WS-Env-Ruta-Historial     PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Cierres           PIC X(100)
               VALUE "/home/gary/CIUDADES_CIERRES.DAT".
       01 WS-Env-Ruta-Cierres       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
       01 WS-Env-Ruta-Departamentos PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_ESCANIOS_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Control           PIC X(100)
               VALUE "/home/gary/CIUDADES_CONTROL.DAT".
       01 WS-Env-Ruta-Control       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Estado-Cierres         PIC XX         VALUE "00".
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Estado-Control         PIC XX         VALUE "00".
       01 WS-Departamentos-Abierto  PIC X          VALUE 'N'.
       01 WS-Fin-Maestro            PIC X          VALUE 'N'.
       01 WS-Fin-Historial          PIC X          VALUE 'N'.
       01 WS-Fin-Cierres            PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
      * Parametros: ESCANIOS_TOTAL y ESCANIOS_MINIMO (si no estan
      * definidos se piden por pantalla), CENSO_ANIO (o el anio
      * actual) y, opcional, ESCANIOS_ANIO_PREVIO.
       01 WS-Parametro-Texto        PIC X(5)       VALUE SPACES.
       01 WS-Largo-Parametro        PIC 9(4)       VALUE 0.
       01 WS-Parametro-Valor        PIC 9(5)       VALUE 0.
       01 WS-Total-Escanios         PIC 9(5)       VALUE 0.
       01 WS-Minimo-Escanios        PIC 9(5)       VALUE 0.
       01 WS-Anio-Censo             PIC X(4)       VALUE SPACES.
       01 WS-Anio-Previo            PIC X(4)       VALUE SPACES.
       01 WS-Anio-Previo-Cerrado    PIC X          VALUE 'N'.
       01 WS-Anio-Previo-Indicado   PIC X          VALUE 'N'.
      * Un departamento por entrada, en el orden en que aparece en
      * el maestro (y a continuacion los que solo figuran en el
      * historial). Cada entrada tiene dos columnas de calculo: 1
      * para el maestro actual y 2 para el censo anterior.
       01 WS-Tabla-Departamentos.
          02 WS-Dep-Entrada OCCURS 30 TIMES.
             03 WS-Dep-Codigo       PIC X(10).
             03 WS-Dep-Nombre       PIC X(25).
             03 WS-Dep-Calculo OCCURS 2 TIMES.
                04 WS-Dep-Habitantes PIC 9(12).
                04 WS-Dep-Cuota     PIC 9(5)V9(4).
                04 WS-Dep-Fraccion  PIC 9V9(4).
                04 WS-Dep-Resto     PIC 9(12).
                04 WS-Dep-Escanios  PIC 9(5).
                04 WS-Dep-Fijo      PIC X.
                04 WS-Dep-Ajustado  PIC X.
       01 WS-Total-Departamentos    PIC 99         VALUE 0.
       01 WS-Deptos-Con-Poblacion   PIC 99         VALUE 0.
       01 WS-Indice-Depto           PIC 99         VALUE 0.
       01 WS-Indice-Mayor           PIC 99         VALUE 0.
       01 WS-Columna                PIC 9          VALUE 1.
       01 WS-Buscar-Departamento    PIC X(10)      VALUE SPACES.
       01 WS-Buscar-Habitantes      PIC 9(7)       VALUE 0.
       01 WS-Total-Habitantes       PIC 9(12)      VALUE 0.
       01 WS-Totales-Columna.
          02 WS-Total-Columna OCCURS 2 TIMES PIC 9(12).
       01 WS-Ciudades-Previo        PIC 9(7)       VALUE 0.
      * Ronda del reparto: bancas y habitantes que quedan para los
      * departamentos que todavia no estan fijos en el minimo.
       01 WS-Hubo-Fijacion          PIC X          VALUE 'N'.
       01 WS-Escanios-Libres        PIC 9(5)       VALUE 0.
       01 WS-Habitantes-Libres      PIC 9(12)      VALUE 0.
       01 WS-Escanios-Repartidos    PIC 9(5)       VALUE 0.
       01 WS-Escanios-Sobrantes     PIC 9(5)       VALUE 0.
       01 WS-Producto               PIC 9(18)      VALUE 0.
       01 WS-Mayor-Resto            PIC 9(12)      VALUE 0.
       01 WS-Diferencia             PIC S9(5)      VALUE 0.
       01 WS-Habitantes-Mask        PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-Cuota-Mask             PIC ZZ9.9999.
       01 WS-Fraccion-Mask          PIC 9.9999.
       01 WS-Escanios-Mask          PIC ZZ9.
       01 WS-Escanios-Previo-Mask   PIC ZZ9.
       01 WS-Diferencia-Mask        PIC +ZZ9.
       01 WS-Marca-Minimo           PIC X(9)       VALUE SPACES.
       01 WS-Conteo-Registros       PIC 9(7)       VALUE 0.
       01 WS-Conteo-Habitantes      PIC 9(12)      VALUE 0.
       01 WS-Control-Registros      PIC 9(7)       VALUE 0.
       01 WS-Control-Habitantes     PIC 9(12)      VALUE 0.
       01 WS-Control-Programa       PIC X(25)      VALUE SPACES.
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
            PERFORM MOD2-TRATAMIENTO UNTIL WS-Fin-Maestro = 'S'
            CLOSE ArchivoCiudades
            MOVE WS-Total-Habitantes TO WS-Total-Columna(1)
            IF WS-Total-Habitantes = 0 THEN
               DISPLAY "El maestro no tiene habitantes censados, no "
                  "hay base para repartir bancas."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD3-LEER-HISTORIAL THRU FIN-MD3
            MOVE 1 TO WS-Columna
            PERFORM MOD5-REPARTIR THRU FIN-MD5
            IF WS-Anio-Previo NOT = SPACES THEN
               MOVE 2 TO WS-Columna
               PERFORM MOD5-REPARTIR THRU FIN-MD5
            END-IF
            PERFORM MOD7-EMITIR-REPORTE THRU FIN-MD7
            PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
            DISPLAY "Reparto de " WS-Total-Escanios
               " bancas emitido en " FUNCTION TRIM(WS-Ruta-Reporte)
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD9-TOMAR-BLOQUEO THRU FIN-MD9
            INITIALIZE WS-Totales-Columna
            ACCEPT WS-Parametro-Texto FROM ENVIRONMENT
               "ESCANIOS_TOTAL"
            IF WS-Parametro-Texto = SPACES THEN
               DISPLAY "Total de bancas a repartir:"
               ACCEPT WS-Parametro-Texto
            END-IF
            PERFORM MOD12-VALIDAR-PARAMETRO THRU FIN-MD12
            MOVE WS-Parametro-Valor TO WS-Total-Escanios
            IF WS-Total-Escanios = 0 THEN
               DISPLAY "El total de bancas debe ser un numero mayor "
                  "que cero."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Parametro-Texto FROM ENVIRONMENT
               "ESCANIOS_MINIMO"
            IF WS-Parametro-Texto = SPACES THEN
               DISPLAY "Minimo de bancas por departamento:"
               ACCEPT WS-Parametro-Texto
            END-IF
            PERFORM MOD12-VALIDAR-PARAMETRO THRU FIN-MD12
            MOVE WS-Parametro-Valor TO WS-Minimo-Escanios
            ACCEPT WS-Anio-Censo FROM ENVIRONMENT "CENSO_ANIO"
            IF WS-Anio-Censo = SPACES THEN
               MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
               MOVE WS-Fecha-Hora-Actual(1:4) TO WS-Anio-Censo
            END-IF
            ACCEPT WS-Anio-Previo FROM ENVIRONMENT
               "ESCANIOS_ANIO_PREVIO"
            IF WS-Anio-Previo NOT = SPACES AND
               WS-Anio-Previo NOT NUMERIC THEN
               DISPLAY "ESCANIOS_ANIO_PREVIO '" WS-Anio-Previo
                  "' no es un anio valido."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-Anio-Previo NOT = SPACES THEN
               MOVE 'S' TO WS-Anio-Previo-Indicado
            END-IF
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD11-VERIFICAR-BALANCE THRU FIN-MD11.

       MOD2-TRATAMIENTO.
            READ ArchivoCiudades
               AT END MOVE 'S' TO WS-Fin-Maestro
            END-READ
            IF WS-Fin-Maestro NOT = 'S' THEN
               MOVE Departamento TO WS-Buscar-Departamento
               MOVE 0 TO WS-Buscar-Habitantes
               IF NroHabitantesCenso NUMERIC THEN
                  MOVE NroHabitantesCenso TO WS-Buscar-Habitantes
               END-IF
               MOVE 1 TO WS-Columna
               PERFORM MOD4-ACUMULAR-DEPARTAMENTO THRU FIN-MD4
               ADD WS-Buscar-Habitantes TO WS-Total-Habitantes
            END-IF.

      * Determina el censo anterior y acumula sus fotos por
      * departamento en la columna 2. Sin ESCANIOS_ANIO_PREVIO se
      * toma el ultimo anio cerrado antes de CENSO_ANIO; si no hay
      * ninguno no hay comparacion y el reporte lo dice.
       MOD3-LEER-HISTORIAL.
            ACCEPT WS-Env-Ruta-Cierres FROM ENVIRONMENT
               "CIUDADES_CIERRES_DD"
            IF WS-Env-Ruta-Cierres NOT = SPACES THEN
               MOVE WS-Env-Ruta-Cierres TO WS-Ruta-Cierres
            END-IF
            MOVE "CIERRES" TO PRF-Nombre
            MOVE WS-Ruta-Cierres TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Cierres
            OPEN INPUT ArchivoCierres
            IF WS-Estado-Cierres = "00" THEN
               MOVE 'N' TO WS-Fin-Cierres
               PERFORM MOD3B-LEER-CIERRE THRU FIN-MD3B
                  UNTIL WS-Fin-Cierres = 'S'
               CLOSE ArchivoCierres
            END-IF
            IF WS-Anio-Previo = SPACES THEN
               DISPLAY "Aviso: no hay censo cerrado anterior a "
                  WS-Anio-Censo "; el reparto se emite sin "
                  "comparacion."
               GO TO FIN-MD3
            END-IF
            IF WS-Anio-Previo-Cerrado NOT = 'S' THEN
               DISPLAY "Aviso: el anio " WS-Anio-Previo " no esta "
                  "cerrado; el historial solo tiene fotos de las "
                  "ciudades que cambiaron y la comparacion puede "
                  "quedar incompleta."
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
            OPEN INPUT ArchivoHistorialCenso
            IF WS-Estado-Historial NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el historial de "
                  "censos, estado " WS-Estado-Historial
                  "; el reparto se emite sin comparacion."
               MOVE SPACES TO WS-Anio-Previo
               GO TO FIN-MD3
            END-IF
            MOVE 'N' TO WS-Fin-Historial
            PERFORM MOD3C-LEER-FOTO THRU FIN-MD3C
               UNTIL WS-Fin-Historial = 'S'
            CLOSE ArchivoHistorialCenso
            IF WS-Total-Columna(2) = 0 THEN
               DISPLAY "Aviso: el historial no tiene fotos del anio "
                  WS-Anio-Previo "; el reparto se emite sin "
                  "comparacion."
               MOVE SPACES TO WS-Anio-Previo
            END-IF.
       FIN-MD3.
            EXIT.

      * Con ESCANIOS_ANIO_PREVIO solo se averigua si ese anio esta
      * cerrado; sin el, se queda con el mayor anio cerrado que sea
      * anterior a CENSO_ANIO.
       MOD3B-LEER-CIERRE.
            READ ArchivoCierres
               AT END MOVE 'S' TO WS-Fin-Cierres
               NOT AT END
                  IF WS-Anio-Previo-Indicado = 'S' THEN
                     IF CR-AnioCenso = WS-Anio-Previo THEN
                        MOVE 'S' TO WS-Anio-Previo-Cerrado
                     END-IF
                  ELSE
                     IF CR-AnioCenso < WS-Anio-Censo AND
                        (WS-Anio-Previo = SPACES OR
                         CR-AnioCenso > WS-Anio-Previo) THEN
                        MOVE CR-AnioCenso TO WS-Anio-Previo
                        MOVE 'S' TO WS-Anio-Previo-Cerrado
                     END-IF
                  END-IF
            END-READ.
       FIN-MD3B.
            EXIT.

       MOD3C-LEER-FOTO.
            READ ArchivoHistorialCenso
               AT END MOVE 'S' TO WS-Fin-Historial
               NOT AT END
                  IF HC-AnioCenso = WS-Anio-Previo THEN
                     MOVE HC-Departamento TO WS-Buscar-Departamento
                     MOVE 0 TO WS-Buscar-Habitantes
                     IF HC-NroHabitantesCenso NUMERIC THEN
                        MOVE HC-NroHabitantesCenso
                           TO WS-Buscar-Habitantes
                     END-IF
                     MOVE 2 TO WS-Columna
                     PERFORM MOD4-ACUMULAR-DEPARTAMENTO THRU FIN-MD4
                     ADD WS-Buscar-Habitantes TO WS-Total-Columna(2)
                     ADD 1 TO WS-Ciudades-Previo
                  END-IF
            END-READ.
       FIN-MD3C.
            EXIT.

      * Suma WS-Buscar-Habitantes al departamento
      * WS-Buscar-Departamento en la columna WS-Columna, abriendo una
      * entrada nueva (con ambas columnas en cero) si no existe.
       MOD4-ACUMULAR-DEPARTAMENTO.
            MOVE 1 TO WS-Indice-Depto
            PERFORM MOD4B-BUSCAR-DEPARTAMENTO THRU FIN-MD4B
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
               OR WS-Dep-Codigo(WS-Indice-Depto) =
                  WS-Buscar-Departamento
            IF WS-Indice-Depto > WS-Total-Departamentos THEN
               IF WS-Total-Departamentos NOT < 30 THEN
                  DISPLAY "Mas de 30 departamentos distintos; el "
                     "departamento " WS-Buscar-Departamento
                     " no entra en el reparto."
                  GO TO FIN-MD4
               END-IF
               ADD 1 TO WS-Total-Departamentos
               MOVE WS-Total-Departamentos TO WS-Indice-Depto
               MOVE WS-Buscar-Departamento
                  TO WS-Dep-Codigo(WS-Indice-Depto)
               MOVE SPACES TO WS-Dep-Nombre(WS-Indice-Depto)
               MOVE 0 TO WS-Dep-Habitantes(WS-Indice-Depto, 1)
               MOVE 0 TO WS-Dep-Habitantes(WS-Indice-Depto, 2)
            END-IF
            ADD WS-Buscar-Habitantes
               TO WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna).
       FIN-MD4.
            EXIT.

       MOD4B-BUSCAR-DEPARTAMENTO.
            ADD 1 TO WS-Indice-Depto.
       FIN-MD4B.
            EXIT.

      * Reparto por mayor resto con minimo garantizado para la
      * columna WS-Columna. Cada ronda reparte las bancas libres
      * entre los departamentos no fijos; los que quedan por debajo
      * del minimo se fijan en el minimo y se repite la ronda con
      * los demas, hasta que ninguno quede por debajo. Los
      * departamentos sin habitantes en la columna quedan fuera del
      * reparto (0 bancas) y del control de que el minimo alcance.
       MOD5-REPARTIR.
            MOVE 0 TO WS-Deptos-Con-Poblacion
            PERFORM MOD5C-CONTAR-POBLADO THRU FIN-MD5C
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
            COMPUTE WS-Producto =
               WS-Minimo-Escanios * WS-Deptos-Con-Poblacion
            IF WS-Producto > WS-Total-Escanios THEN
               DISPLAY "Con " WS-Deptos-Con-Poblacion
                  " departamentos poblados y un minimo de "
                  WS-Minimo-Escanios " bancas no alcanzan "
                  WS-Total-Escanios " bancas."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD5B-INICIAR-DEPARTAMENTO THRU FIN-MD5B
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
            MOVE 'S' TO WS-Hubo-Fijacion
            PERFORM MOD6-RONDA THRU FIN-MD6
               UNTIL WS-Hubo-Fijacion = 'N'.
       FIN-MD5.
            EXIT.

       MOD5B-INICIAR-DEPARTAMENTO.
            MOVE 0 TO WS-Dep-Cuota(WS-Indice-Depto, WS-Columna)
            MOVE 0 TO WS-Dep-Fraccion(WS-Indice-Depto, WS-Columna)
            MOVE 0 TO WS-Dep-Resto(WS-Indice-Depto, WS-Columna)
            MOVE 0 TO WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
            MOVE 'N' TO WS-Dep-Fijo(WS-Indice-Depto, WS-Columna)
            MOVE 'N' TO WS-Dep-Ajustado(WS-Indice-Depto, WS-Columna).
       FIN-MD5B.
            EXIT.

       MOD5C-CONTAR-POBLADO.
            IF WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) > 0 THEN
               ADD 1 TO WS-Deptos-Con-Poblacion
            END-IF.
       FIN-MD5C.
            EXIT.

       MOD6-RONDA.
            MOVE WS-Total-Escanios TO WS-Escanios-Libres
            MOVE 0 TO WS-Habitantes-Libres
            PERFORM MOD6B-SUMAR-LIBRES THRU FIN-MD6B
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
      * No queda poblacion libre (columna sin habitantes): los
      * departamentos poblados que falten reciben el minimo y el
      * reparto termina.
            IF WS-Habitantes-Libres = 0 THEN
               PERFORM MOD6F-FIJAR-RESTANTES THRU FIN-MD6F
                  VARYING WS-Indice-Depto FROM 1 BY 1
                  UNTIL WS-Indice-Depto > WS-Total-Departamentos
               MOVE 'N' TO WS-Hubo-Fijacion
               GO TO FIN-MD6
            END-IF
            MOVE 0 TO WS-Escanios-Repartidos
            PERFORM MOD6C-CUOTA-DEPARTAMENTO THRU FIN-MD6C
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
            COMPUTE WS-Escanios-Sobrantes =
               WS-Escanios-Libres - WS-Escanios-Repartidos
            PERFORM MOD6D-ASIGNAR-SOBRANTE THRU FIN-MD6D
               UNTIL WS-Escanios-Sobrantes = 0
            MOVE 'N' TO WS-Hubo-Fijacion
            PERFORM MOD6E-VERIFICAR-MINIMO THRU FIN-MD6E
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos.
       FIN-MD6.
            EXIT.

       MOD6B-SUMAR-LIBRES.
            IF WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) = 0 THEN
               GO TO FIN-MD6B
            END-IF
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'S' THEN
               SUBTRACT WS-Minimo-Escanios FROM WS-Escanios-Libres
            ELSE
               ADD WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna)
                  TO WS-Habitantes-Libres
            END-IF.
       FIN-MD6B.
            EXIT.

      * Cuota = habitantes * bancas libres / habitantes libres. La
      * parte entera son las bancas seguras; el resto exacto de la
      * division es el que compite por las bancas sobrantes.
       MOD6C-CUOTA-DEPARTAMENTO.
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'S' OR
               WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) = 0 THEN
               GO TO FIN-MD6C
            END-IF
            COMPUTE WS-Producto =
               WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) *
               WS-Escanios-Libres
            DIVIDE WS-Producto BY WS-Habitantes-Libres
               GIVING WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
               REMAINDER WS-Dep-Resto(WS-Indice-Depto, WS-Columna)
            COMPUTE WS-Dep-Cuota(WS-Indice-Depto, WS-Columna) =
               WS-Producto / WS-Habitantes-Libres
            COMPUTE WS-Dep-Fraccion(WS-Indice-Depto, WS-Columna) =
               WS-Dep-Cuota(WS-Indice-Depto, WS-Columna) -
               WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
            MOVE 'N' TO WS-Dep-Ajustado(WS-Indice-Depto, WS-Columna)
            ADD WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
               TO WS-Escanios-Repartidos.
       FIN-MD6C.
            EXIT.

      * Una banca sobrante al departamento no fijo de mayor resto
      * que todavia no recibio una; ante restos iguales, al primero
      * de la tabla.
       MOD6D-ASIGNAR-SOBRANTE.
            MOVE 0 TO WS-Indice-Mayor
            MOVE 0 TO WS-Mayor-Resto
            PERFORM MOD6G-BUSCAR-MAYOR-RESTO THRU FIN-MD6G
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
            IF WS-Indice-Mayor = 0 THEN
               DISPLAY "Error interno en el reparto de bancas "
                  "sobrantes; no se emite el reporte."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-Dep-Escanios(WS-Indice-Mayor, WS-Columna)
            MOVE 'S' TO WS-Dep-Ajustado(WS-Indice-Mayor, WS-Columna)
            SUBTRACT 1 FROM WS-Escanios-Sobrantes.
       FIN-MD6D.
            EXIT.

       MOD6E-VERIFICAR-MINIMO.
            IF WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) = 0 THEN
               GO TO FIN-MD6E
            END-IF
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'N' AND
               WS-Dep-Escanios(WS-Indice-Depto, WS-Columna) <
               WS-Minimo-Escanios THEN
               MOVE 'S' TO WS-Dep-Fijo(WS-Indice-Depto, WS-Columna)
               MOVE 'N' TO WS-Dep-Ajustado(WS-Indice-Depto, WS-Columna)
               MOVE WS-Minimo-Escanios
                  TO WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
               MOVE 'S' TO WS-Hubo-Fijacion
            END-IF.
       FIN-MD6E.
            EXIT.

       MOD6F-FIJAR-RESTANTES.
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'N' AND
               WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) > 0 THEN
               MOVE 'S' TO WS-Dep-Fijo(WS-Indice-Depto, WS-Columna)
               MOVE WS-Minimo-Escanios
                  TO WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
            END-IF.
       FIN-MD6F.
            EXIT.

       MOD6G-BUSCAR-MAYOR-RESTO.
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'N' AND
               WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) > 0 AND
               WS-Dep-Ajustado(WS-Indice-Depto, WS-Columna) = 'N' AND
               (WS-Indice-Mayor = 0 OR
                WS-Dep-Resto(WS-Indice-Depto, WS-Columna) >
                WS-Mayor-Resto) THEN
               MOVE WS-Indice-Depto TO WS-Indice-Mayor
               MOVE WS-Dep-Resto(WS-Indice-Depto, WS-Columna)
                  TO WS-Mayor-Resto
            END-IF.
       FIN-MD6G.
            EXIT.

      * Reporte: el reparto actual, el del censo anterior y la
      * comparacion de bancas por departamento.
       MOD7-EMITIR-REPORTE.
            ACCEPT WS-Env-Ruta-Departamentos FROM ENVIRONMENT
               "DEPARTAMENTOS_DD"
            IF WS-Env-Ruta-Departamentos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Departamentos
                  TO WS-Ruta-Departamentos
            END-IF
            MOVE "DEPARTAMENTOS" TO PRF-Nombre
            MOVE WS-Ruta-Departamentos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Departamentos
            OPEN INPUT ArchivoDepartamentos
            IF WS-Estado-Departamentos = "00" THEN
               MOVE 'S' TO WS-Departamentos-Abierto
            END-IF
            PERFORM MOD7B-NOMBRAR-DEPARTAMENTO THRU FIN-MD7B
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos
            IF WS-Departamentos-Abierto = 'S' THEN
               CLOSE ArchivoDepartamentos
            END-IF
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_ESCANIOS_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "ESCANIOS_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Total-Escanios TO WS-Escanios-Mask
            MOVE WS-Minimo-Escanios TO WS-Escanios-Previo-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Reparto de bancas por departamento - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Bancas: " DELIMITED BY SIZE
               WS-Escanios-Mask DELIMITED BY SIZE
               "  minimo por departamento: " DELIMITED BY SIZE
               WS-Escanios-Previo-Mask DELIMITED BY SIZE
               "  metodo: mayor resto" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE 1 TO WS-Columna
            PERFORM MOD8-EMITIR-COLUMNA THRU FIN-MD8
            IF WS-Anio-Previo = SPACES THEN
               MOVE SPACES TO WS-Linea-Reporte
               WRITE LineaReporte FROM WS-Linea-Reporte
               STRING "Sin censo anterior en el historial: no hay "
                  DELIMITED BY SIZE
                  "comparacion." DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            ELSE
               MOVE 2 TO WS-Columna
               PERFORM MOD8-EMITIR-COLUMNA THRU FIN-MD8
               MOVE SPACES TO WS-Linea-Reporte
               WRITE LineaReporte FROM WS-Linea-Reporte
               STRING "Comparacion con el censo " DELIMITED BY SIZE
                  WS-Anio-Previo DELIMITED BY SIZE
                  " (bancas anteriores, actuales y diferencia)"
                  DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               PERFORM MOD7C-COMPARAR-DEPARTAMENTO THRU FIN-MD7C
                  VARYING WS-Indice-Depto FROM 1 BY 1
                  UNTIL WS-Indice-Depto > WS-Total-Departamentos
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13.
       FIN-MD7.
            EXIT.

       MOD7B-NOMBRAR-DEPARTAMENTO.
            IF WS-Departamentos-Abierto = 'S' THEN
               MOVE WS-Dep-Codigo(WS-Indice-Depto) TO DEP-Codigo
               READ ArchivoDepartamentos
                  KEY IS DEP-Codigo
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE DEP-NombreOficial
                        TO WS-Dep-Nombre(WS-Indice-Depto)
               END-READ
            END-IF.
       FIN-MD7B.
            EXIT.

       MOD7C-COMPARAR-DEPARTAMENTO.
            MOVE WS-Dep-Escanios(WS-Indice-Depto, 1)
               TO WS-Escanios-Mask
            MOVE WS-Dep-Escanios(WS-Indice-Depto, 2)
               TO WS-Escanios-Previo-Mask
            COMPUTE WS-Diferencia =
               WS-Dep-Escanios(WS-Indice-Depto, 1) -
               WS-Dep-Escanios(WS-Indice-Depto, 2)
            MOVE WS-Diferencia TO WS-Diferencia-Mask
            MOVE SPACES TO WS-Marca-Minimo
            IF WS-Diferencia > 0 THEN
               MOVE "GANA" TO WS-Marca-Minimo
            END-IF
            IF WS-Diferencia < 0 THEN
               MOVE "PIERDE" TO WS-Marca-Minimo
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  " DELIMITED BY SIZE
               WS-Dep-Codigo(WS-Indice-Depto) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Dep-Nombre(WS-Indice-Depto) DELIMITED BY SIZE
               " antes: " DELIMITED BY SIZE
               WS-Escanios-Previo-Mask DELIMITED BY SIZE
               "  ahora: " DELIMITED BY SIZE
               WS-Escanios-Mask DELIMITED BY SIZE
               "  dif: " DELIMITED BY SIZE
               WS-Diferencia-Mask DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Marca-Minimo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD7C.
            EXIT.

      * Emite el detalle de una columna: titulo, una linea por
      * departamento con habitantes, cuota, resto y bancas, y el
      * total.
       MOD8-EMITIR-COLUMNA.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Total-Columna(WS-Columna) TO WS-Habitantes-Mask
            IF WS-Columna = 1 THEN
               STRING "Censo actual (maestro, anio " DELIMITED BY SIZE
                  WS-Anio-Censo DELIMITED BY SIZE
                  ") poblacion: " DELIMITED BY SIZE
                  WS-Habitantes-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING "Censo " DELIMITED BY SIZE
                  WS-Anio-Previo DELIMITED BY SIZE
                  " (historial) poblacion: " DELIMITED BY SIZE
                  WS-Habitantes-Mask DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD8B-EMITIR-DEPARTAMENTO THRU FIN-MD8B
               VARYING WS-Indice-Depto FROM 1 BY 1
               UNTIL WS-Indice-Depto > WS-Total-Departamentos.
       FIN-MD8.
            EXIT.

       MOD8B-EMITIR-DEPARTAMENTO.
            MOVE WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna)
               TO WS-Habitantes-Mask
            MOVE WS-Dep-Cuota(WS-Indice-Depto, WS-Columna)
               TO WS-Cuota-Mask
            MOVE WS-Dep-Fraccion(WS-Indice-Depto, WS-Columna)
               TO WS-Fraccion-Mask
            MOVE WS-Dep-Escanios(WS-Indice-Depto, WS-Columna)
               TO WS-Escanios-Mask
            MOVE SPACES TO WS-Marca-Minimo
            IF WS-Dep-Fijo(WS-Indice-Depto, WS-Columna) = 'S' THEN
               MOVE "(MINIMO)" TO WS-Marca-Minimo
            END-IF
            IF WS-Dep-Ajustado(WS-Indice-Depto, WS-Columna) = 'S'
               THEN
               MOVE "(+RESTO)" TO WS-Marca-Minimo
            END-IF
            IF WS-Dep-Habitantes(WS-Indice-Depto, WS-Columna) = 0 THEN
               MOVE "(SIN HAB)" TO WS-Marca-Minimo
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  " DELIMITED BY SIZE
               WS-Dep-Codigo(WS-Indice-Depto) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Dep-Nombre(WS-Indice-Depto) DELIMITED BY SIZE
               " hab: " DELIMITED BY SIZE
               WS-Habitantes-Mask DELIMITED BY SIZE
               "  cuota: " DELIMITED BY SIZE
               WS-Cuota-Mask DELIMITED BY SIZE
               "  resto: " DELIMITED BY SIZE
               WS-Fraccion-Mask DELIMITED BY SIZE
               "  bancas: " DELIMITED BY SIZE
               WS-Escanios-Mask DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Marca-Minimo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD8B.
            EXIT.

      * Toma el bloqueo compartido (solo lectura) del maestro via
      * BloqueoMaestro; si otro programa lo tiene, reintenta y al
      * desistir se informa quien lo tiene y se termina sin tocar
      * nada.
       MOD9-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "RepartoEscanios" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD9.
            EXIT.

       MOD10-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD10.
            EXIT.

      * Balanceo batch: recuenta los registros del maestro y el
      * total de NroHabitantesCenso y los compara con el registro de
      * control; si no coinciden no se emite el reparto. La pasada
      * consume el archivo, que al final se cierra y se reabre.
       MOD11-VERIFICAR-BALANCE.
            ACCEPT WS-Env-Ruta-Control FROM ENVIRONMENT
               "CIUDADES_CONTROL_DD"
            IF WS-Env-Ruta-Control NOT = SPACES THEN
               MOVE WS-Env-Ruta-Control TO WS-Ruta-Control
            END-IF
            MOVE "CONTROL" TO PRF-Nombre
            MOVE WS-Ruta-Control TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Control
            OPEN INPUT ArchivoControl
            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "Aviso: no hay registro de control (estado "
                  WS-Estado-Control "), se omite el balanceo."
               GO TO FIN-MD11
            END-IF
            READ ArchivoControl
               AT END
                  DISPLAY "Aviso: el registro de control esta vacio, "
                     "se omite el balanceo."
                  CLOSE ArchivoControl
                  GO TO FIN-MD11
            END-READ
            MOVE CT-Registros TO WS-Control-Registros
            MOVE CT-TotalHabitantes TO WS-Control-Habitantes
            MOVE CT-Programa TO WS-Control-Programa
            CLOSE ArchivoControl
            MOVE 0 TO WS-Conteo-Registros
            MOVE 0 TO WS-Conteo-Habitantes
            MOVE 'N' TO WS-Fin-Maestro
            PERFORM MOD11B-CONTAR-CIUDAD THRU FIN-MD11B
               UNTIL WS-Fin-Maestro = 'S'
            MOVE 'N' TO WS-Fin-Maestro
            CLOSE ArchivoCiudades
            IF WS-Conteo-Registros NOT = WS-Control-Registros OR
               WS-Conteo-Habitantes NOT = WS-Control-Habitantes THEN
               DISPLAY "FUERA DE BALANCE: el maestro tiene "
                  WS-Conteo-Registros " registros y "
                  WS-Conteo-Habitantes " habitantes, pero el registro "
                  "de control (" WS-Control-Programa ") dice "
                  WS-Control-Registros " registros y "
                  WS-Control-Habitantes " habitantes. No se emite el "
                  "reparto."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo reabrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD11.
            EXIT.

       MOD11B-CONTAR-CIUDAD.
            READ ArchivoCiudades
               AT END MOVE 'S' TO WS-Fin-Maestro
               NOT AT END
                  ADD 1 TO WS-Conteo-Registros
                  IF NroHabitantesCenso NUMERIC THEN
                     ADD NroHabitantesCenso TO WS-Conteo-Habitantes
                  END-IF
            END-READ.
       FIN-MD11B.
            EXIT.

      * Convierte WS-Parametro-Texto (digitos, sin signo ni
      * decimales) en WS-Parametro-Valor; cualquier otra cosa
      * termina el programa.
       MOD12-VALIDAR-PARAMETRO.
            MOVE FUNCTION TRIM(WS-Parametro-Texto)
               TO WS-Parametro-Texto
            MOVE 0 TO WS-Largo-Parametro
            IF WS-Parametro-Texto NOT = SPACES THEN
               COMPUTE WS-Largo-Parametro = FUNCTION LENGTH(
                  FUNCTION TRIM(WS-Parametro-Texto))
            END-IF
            IF WS-Largo-Parametro = 0 OR
               WS-Parametro-Texto(1:WS-Largo-Parametro) NOT NUMERIC
               THEN
               DISPLAY "El parametro '" WS-Parametro-Texto
                  "' no es un numero de bancas valido."
               PERFORM MOD10-SOLTAR-BLOQUEO THRU FIN-MD10
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION NUMVAL(WS-Parametro-Texto)
               TO WS-Parametro-Valor.
       FIN-MD12.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD13-ARCHIVAR-REPORTE.
            MOVE "ESCANIOS" TO ARC-Tipo
            MOVE "RepartoEscanios" TO ARC-Programa
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
       END PROGRAM RepartoEscanios.
