      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VerificarDigitoINE.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Recorre todo CIUDADESBOLIVIA.DAT y lista cada
            CodigoINE que no verifica su digito verificador
            (DIGITOINE), con su nombre y departamento, para
            depurarlos antes de que los programas de actualizacion
            los rechacen: una ciudad con un codigo malo ya no se
            puede modificar; se pasa al codigo correcto con
            RecodificarCiudad, que arrastra sus fotos de censo y
            deja el enlace en el journal. Distingue el codigo cuyo
            digito no verifica del que ni siquiera tiene formato
            verificable (cuerpo no numerico). Solo lee el maestro,
            con el bloqueo compartido. Codigos de retorno: 1 error
            de archivo, 2 hay codigos que no verifican, 3 maestro
            en uso.

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

      * Listado de los codigos que no verifican. La ruta se toma de
      * CIUDADES_DIGITO_REPORTE_DD.
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

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_DIGITO_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Fin-Maestro            PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Motivo                 PIC X(30)      VALUE SPACES.
       01 WS-Ciudades-Leidas        PIC 9(7)       VALUE 0.
       01 WS-Codigos-Correctos      PIC 9(7)       VALUE 0.
       01 WS-Digito-Incorrecto      PIC 9(7)       VALUE 0.
       01 WS-Sin-Formato            PIC 9(7)       VALUE 0.
       01 WS-Total-Mask             PIC Z,ZZZ,ZZ9.
      * Parametros del subprograma DIGITOINE.
       01 DVI-Parametros.
          02 DVI-Modo               PIC 9          VALUE 1.
          02 DVI-Codigo             PIC X(17)      VALUE SPACES.
          02 DVI-Digito             PIC X          VALUE SPACE.
          02 DVI-Valido             PIC X          VALUE SPACE.
          02 DVI-Estado             PIC 9(2)       VALUE 0.
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
            PERFORM MOD2-TRATAMIENTO THRU FIN-MD2
               UNTIL WS-Fin-Maestro = 'S'
            CLOSE ArchivoCiudades
            PERFORM MOD3-TOTALES THRU FIN-MD3
            CLOSE ArchivoReporte
            PERFORM MOD6-ARCHIVAR-REPORTE THRU FIN-MD6
            PERFORM MOD5-SOLTAR-BLOQUEO THRU FIN-MD5
            IF WS-Digito-Incorrecto > 0 OR WS-Sin-Formato > 0 THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD4-TOMAR-BLOQUEO THRU FIN-MD4
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
               "CIUDADES_DIGITO_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "DIGITO_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD5-SOLTAR-BLOQUEO THRU FIN-MD5
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               CLOSE ArchivoCiudades
               PERFORM MOD5-SOLTAR-BLOQUEO THRU FIN-MD5
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Codigos INE que no verifican su digito - "
               DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            STRING "CodigoINE         " DELIMITED BY SIZE
               "NombreCiudad            " DELIMITED BY SIZE
               "Departamento " DELIMITED BY SIZE
               "Problema" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.

       MOD2-TRATAMIENTO.
            READ ArchivoCiudades
               AT END MOVE 'S' TO WS-Fin-Maestro
            END-READ
            IF WS-Fin-Maestro = 'S' THEN
               GO TO FIN-MD2
            END-IF
            ADD 1 TO WS-Ciudades-Leidas
            MOVE 1 TO DVI-Modo
            MOVE CodigoINE TO DVI-Codigo
            CALL "DIGITOINE" USING DVI-Parametros
            IF DVI-Estado NOT = 0 THEN
               ADD 1 TO WS-Sin-Formato
               MOVE "sin formato verificable" TO WS-Motivo
            ELSE
               IF DVI-Valido = 'S' THEN
                  ADD 1 TO WS-Codigos-Correctos
                  GO TO FIN-MD2
               END-IF
               ADD 1 TO WS-Digito-Incorrecto
               MOVE "digito verificador no verifica" TO WS-Motivo
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING CodigoINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NombreCiudad DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Departamento DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-Motivo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD2.
            EXIT.

       MOD3-TOTALES.
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Ciudades-Leidas TO WS-Total-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Ciudades leidas            : " DELIMITED BY SIZE
               WS-Total-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Codigos-Correctos TO WS-Total-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Codigos que verifican      : " DELIMITED BY SIZE
               WS-Total-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Digito-Incorrecto TO WS-Total-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Digito que no verifica     : " DELIMITED BY SIZE
               WS-Total-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Sin-Formato TO WS-Total-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Sin formato verificable    : " DELIMITED BY SIZE
               WS-Total-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY "Verificacion de digitos: " WS-Ciudades-Leidas
               " ciudades, " WS-Digito-Incorrecto
               " con digito que no verifica, " WS-Sin-Formato
               " sin formato verificable. Detalle en "
               FUNCTION TRIM(WS-Ruta-Reporte).
       FIN-MD3.
            EXIT.

      * Toma el bloqueo compartido (solo lectura) del maestro via
      * BloqueoMaestro; si otro programa lo tiene, reintenta y al
      * desistir se informa quien lo tiene y se termina sin tocar
      * nada.
       MOD4-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "VerificarDigitoINE" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD4.
            EXIT.

       MOD5-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD5.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD6-ARCHIVAR-REPORTE.
            MOVE "DIGITO" TO ARC-Tipo
            MOVE "VerificarDigitoINE" TO ARC-Programa
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
       FIN-MD6.
            EXIT.
       END PROGRAM VerificarDigitoINE.
