      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PurgarReportes.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Purga por retencion del archivo de reportes que
            guarda ArchivarReporte. Cada tipo de reporte conserva
            sus copias la cantidad de dias que indica
            REPORTES_RETENCION_<TIPO> (p.ej.
            REPORTES_RETENCION_DELTAS=365); un tipo sin variable
            propia usa REPORTES_RETENCION y, sin esa, 90 dias. Una
            retencion de 0 conserva el tipo para siempre. Las
            copias con mas dias que su retencion se borran y salen
            del catalogo, que se reescribe con las que quedan via
            un archivo de trabajo (como ArchivarJournal con el
            journal); una copia que ya no existia sale del catalogo
            igual. El reporte de la purga lista cada copia borrada
            y un resumen por tipo. Toma el bloqueo exclusivo del
            maestro, porque los programas de reporte archivan bajo
            su propio bloqueo y no deben agregar al catalogo
            mientras se reescribe. Codigos de retorno: 1 error de
            archivo, 2 alguna copia vencida no se pudo borrar
            (queda en el catalogo para el proximo intento), 3
            maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Catalogo de reportes archivados que escribe ArchivarReporte.
       SELECT ArchivoCatalogo ASSIGN TO WS-Ruta-Catalogo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Catalogo.

      * Archivo de trabajo con las entradas que se conservan; al
      * final se copia de vuelta sobre el catalogo, que no se puede
      * reescribir en el lugar por ser LINE SEQUENTIAL.
       SELECT ArchivoTrabajo ASSIGN TO WS-Ruta-Trabajo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo.

      * Una copia fechada; solo se abre para saber si todavia existe
      * cuando el borrado falla.
       SELECT ArchivoCopia ASSIGN TO WS-Ruta-Copia
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Copia.

       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoCatalogo.
       01 RegistroCatalogo.
          02 RA-Tipo                PIC X(10).
          02 RA-Programa            PIC X(25).
          02 RA-Fecha               PIC X(8).
          02 RA-Hora                PIC X(6).
          02 RA-Corrida             PIC X(5).
          02 RA-Operador            PIC X(20).
          02 RA-Lineas              PIC 9(7).
          02 RA-Archivo             PIC X(60).

       FD ArchivoTrabajo.
       01 RegistroTrabajo           PIC X(141).

       FD ArchivoCopia.
       01 LineaCopia                PIC X(250).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Catalogo          PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTES_CATALOGO.DAT".
       01 WS-Env-Ruta-Catalogo      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Trabajo           PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTES_TRABAJO.DAT".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTES_PURGA.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Copia             PIC X(100)     VALUE SPACES.
      * Prefijo de las copias fechadas, el mismo que usa
      * ArchivarReporte para escribirlas.
       01 WS-Prefijo-Copias         PIC X(60)
               VALUE "/home/gary/CIUDADES_REPORTE_ARCH_".
       01 WS-Estado-Catalogo        PIC XX         VALUE "00".
       01 WS-Estado-Trabajo         PIC XX         VALUE "00".
       01 WS-Estado-Copia           PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Fin-Catalogo           PIC X          VALUE 'N'.
       01 WS-Fin-Trabajo            PIC X          VALUE 'N'.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Dia-Hoy                PIC 9(8)       VALUE 0.
       01 WS-Dia-Copia              PIC 9(8)       VALUE 0.
       01 WS-Antiguedad             PIC S9(7)      VALUE 0.
       01 WS-Antiguedad-Edit        PIC ZZZZZZ9.
      * Retencion por defecto y la de la variable del tipo en curso.
       01 WS-Retencion-Defecto      PIC 9(5)       VALUE 90.
       01 WS-Nombre-Variable        PIC X(40)      VALUE SPACES.
       01 WS-Valor-Variable         PIC X(10)      VALUE SPACES.
       01 WS-Retencion-Entrada      PIC 9(5)       VALUE 0.
       01 WS-Retencion-Edit         PIC ZZZZ9.
      * Resultado de CBL_DELETE_FILE: cero si el archivo se borro.
       01 WS-Resultado-Borrado      PIC S9(9) COMP-5 VALUE 0.
       01 WS-Vencida                PIC X          VALUE 'N'.
       01 WS-Conservar              PIC X          VALUE 'S'.
       01 WS-Leidas                 PIC 9(7)       VALUE 0.
       01 WS-Purgadas               PIC 9(7)       VALUE 0.
       01 WS-Conservadas            PIC 9(7)       VALUE 0.
       01 WS-Fallidas               PIC 9(7)       VALUE 0.
      * 'S' si el catalogo no se pudo reescribir. El codigo de
      * retorno se arma al final, despues de soltar el bloqueo,
      * porque el CALL a BloqueoMaestro pisa RETURN-CODE.
       01 WS-Error-Catalogo         PIC X          VALUE 'N'.
       01 WS-Cantidad-Edit          PIC ZZZZZZ9.
       01 WS-Cantidad2-Edit         PIC ZZZZZZ9.
      * Tipos de reporte vistos en el catalogo, con su retencion y
      * lo conservado y purgado de cada uno para el resumen.
       01 WS-Tabla-Tipos.
          02 WS-Tipo-Entrada OCCURS 20 TIMES.
             03 WS-Tipo-Nombre      PIC X(10).
             03 WS-Tipo-Retencion   PIC 9(5).
             03 WS-Tipo-Conservadas PIC 9(7).
             03 WS-Tipo-Purgadas    PIC 9(7).
       01 WS-Total-Tipos            PIC 9(2)       VALUE 0.
       01 WS-Indice-Tipo            PIC 9(2)       VALUE 0.
       01 WS-Tipo-Actual            PIC 9(2)       VALUE 0.
      * Parametros del subprograma BloqueoMaestro: mientras se
      * reescribe el catalogo ningun programa de reporte debe estar
      * archivando.
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

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION.
       Begin.
            PERFORM MOD1-INICIALIZACION
            PERFORM MOD2-TRATAR-ENTRADA THRU FIN-MD2
               UNTIL WS-Fin-Catalogo = 'S'
            CLOSE ArchivoCatalogo
            CLOSE ArchivoTrabajo
            IF WS-Purgadas > 0 THEN
               PERFORM MOD3-REESCRIBIR-CATALOGO THRU FIN-MD3
            END-IF
            PERFORM MOD4-RESUMEN THRU FIN-MD4
            CLOSE ArchivoReporte
            PERFORM MOD7-SOLTAR-BLOQUEO THRU FIN-MD7
            DISPLAY "Purga de reportes: " WS-Leidas " copias en el "
               "catalogo, " WS-Purgadas " purgadas, "
               WS-Conservadas " conservadas, " WS-Fallidas
               " sin poder borrar. Reporte en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            IF WS-Error-Catalogo = 'S' THEN
               MOVE 1 TO RETURN-CODE
            ELSE
               IF WS-Fallidas > 0 THEN
                  MOVE 2 TO RETURN-CODE
               END-IF
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD6-TOMAR-BLOQUEO THRU FIN-MD6
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual(1:8) TO WS-Dia-Hoy
            ACCEPT WS-Valor-Variable FROM ENVIRONMENT
               "REPORTES_RETENCION"
            IF WS-Valor-Variable NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Valor-Variable) = 0 THEN
                  COMPUTE WS-Retencion-Defecto =
                     FUNCTION NUMVAL(WS-Valor-Variable)
               ELSE
                  DISPLAY "REPORTES_RETENCION '"
                     FUNCTION TRIM(WS-Valor-Variable)
                     "' no es numerica, se usan "
                     WS-Retencion-Defecto " dias."
               END-IF
            END-IF
            ACCEPT WS-Env-Ruta-Catalogo FROM ENVIRONMENT
               "CIUDADES_REPORTES_CATALOGO_DD"
            IF WS-Env-Ruta-Catalogo NOT = SPACES THEN
               MOVE WS-Env-Ruta-Catalogo TO WS-Ruta-Catalogo
            END-IF
            MOVE "REPORTES_CATALOGO" TO PRF-Nombre
            MOVE WS-Ruta-Catalogo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Catalogo
            MOVE "REPORTES_TRABAJO" TO PRF-Nombre
            MOVE WS-Ruta-Trabajo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo
            MOVE "REPORTE_ARCH_PREFIJO" TO PRF-Nombre
            MOVE WS-Prefijo-Copias TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Prefijo-Copias
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_REPORTES_PURGA_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "REPORTES_PURGA" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir el reporte de la purga "
                  FUNCTION TRIM(WS-Ruta-Reporte) ", estado "
                  WS-Estado-Reporte
               PERFORM MOD7-SOLTAR-BLOQUEO THRU FIN-MD7
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "PURGA DEL ARCHIVO DE REPORTES - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(1:4) "-" DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(5:2) "-" DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(7:2) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Retencion-Defecto TO WS-Retencion-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Retencion por defecto: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Retencion-Edit) DELIMITED BY SIZE
               " dias" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            OPEN INPUT ArchivoCatalogo
            IF WS-Estado-Catalogo = "35" THEN
               MOVE "No hay catalogo de reportes: nada que purgar."
                  TO WS-Linea-Reporte
               WRITE LineaReporte FROM WS-Linea-Reporte
               DISPLAY "No hay catalogo de reportes archivados, no "
                  "hay nada que purgar."
               CLOSE ArchivoReporte
               PERFORM MOD7-SOLTAR-BLOQUEO THRU FIN-MD7
               STOP RUN
            END-IF
            IF WS-Estado-Catalogo NOT = "00" THEN
               DISPLAY "No se pudo abrir el catalogo de reportes "
                  FUNCTION TRIM(WS-Ruta-Catalogo) ", estado "
                  WS-Estado-Catalogo
               CLOSE ArchivoReporte
               PERFORM MOD7-SOLTAR-BLOQUEO THRU FIN-MD7
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoTrabajo
            IF WS-Estado-Trabajo NOT = "00" THEN
               DISPLAY "No se pudo abrir el archivo de trabajo "
                  FUNCTION TRIM(WS-Ruta-Trabajo) ", estado "
                  WS-Estado-Trabajo
               CLOSE ArchivoCatalogo
               CLOSE ArchivoReporte
               PERFORM MOD7-SOLTAR-BLOQUEO THRU FIN-MD7
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "Copias purgadas:" TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte.

      * Cada entrada del catalogo: si vencio su retencion se borra
      * la copia; si no (o si no se pudo borrar) pasa al archivo de
      * trabajo.
       MOD2-TRATAR-ENTRADA.
            READ ArchivoCatalogo
               AT END
                  MOVE 'S' TO WS-Fin-Catalogo
                  GO TO FIN-MD2
            END-READ
            ADD 1 TO WS-Leidas
            PERFORM MOD5-RETENCION-TIPO THRU FIN-MD5
            MOVE 'N' TO WS-Vencida
            MOVE 'S' TO WS-Conservar
            IF RA-Fecha NOT NUMERIC THEN
               DISPLAY "Aviso: entrada del catalogo con fecha "
                  "invalida, se conserva: " RA-Archivo
            ELSE
               IF WS-Retencion-Entrada > 0 THEN
                  MOVE RA-Fecha TO WS-Dia-Copia
                  COMPUTE WS-Antiguedad =
                     FUNCTION INTEGER-OF-DATE(WS-Dia-Hoy)
                     - FUNCTION INTEGER-OF-DATE(WS-Dia-Copia)
                  IF WS-Antiguedad > WS-Retencion-Entrada THEN
                     MOVE 'S' TO WS-Vencida
                  END-IF
               END-IF
            END-IF
            IF WS-Vencida = 'S' THEN
               PERFORM MOD8-BORRAR-COPIA THRU FIN-MD8
            END-IF
            IF WS-Conservar = 'S' THEN
               WRITE RegistroTrabajo FROM RegistroCatalogo
               ADD 1 TO WS-Conservadas
               IF WS-Tipo-Actual > 0 THEN
                  ADD 1 TO WS-Tipo-Conservadas(WS-Tipo-Actual)
               END-IF
            ELSE
               ADD 1 TO WS-Purgadas
               IF WS-Tipo-Actual > 0 THEN
                  ADD 1 TO WS-Tipo-Purgadas(WS-Tipo-Actual)
               END-IF
            END-IF.
       FIN-MD2.
            EXIT.

      * Copia de vuelta el archivo de trabajo sobre el catalogo.
       MOD3-REESCRIBIR-CATALOGO.
            OPEN INPUT ArchivoTrabajo
            IF WS-Estado-Trabajo NOT = "00" THEN
               DISPLAY "No se pudo reabrir el archivo de trabajo, "
                  "estado " WS-Estado-Trabajo
                  ". El catalogo queda como estaba y lista copias "
                  "ya borradas."
               MOVE 'S' TO WS-Error-Catalogo
               GO TO FIN-MD3
            END-IF
            OPEN OUTPUT ArchivoCatalogo
            IF WS-Estado-Catalogo NOT = "00" THEN
               DISPLAY "No se pudo reescribir el catalogo, estado "
                  WS-Estado-Catalogo ". Las entradas conservadas "
                  "estan en " FUNCTION TRIM(WS-Ruta-Trabajo)
               CLOSE ArchivoTrabajo
               MOVE 'S' TO WS-Error-Catalogo
               GO TO FIN-MD3
            END-IF
            MOVE 'N' TO WS-Fin-Trabajo
            PERFORM MOD3B-COPIAR-ENTRADA THRU FIN-MD3B
               UNTIL WS-Fin-Trabajo = 'S'
            CLOSE ArchivoTrabajo
            CLOSE ArchivoCatalogo.
       FIN-MD3.
            EXIT.

       MOD3B-COPIAR-ENTRADA.
            READ ArchivoTrabajo
               AT END
                  MOVE 'S' TO WS-Fin-Trabajo
                  GO TO FIN-MD3B
            END-READ
            WRITE RegistroCatalogo FROM RegistroTrabajo.
       FIN-MD3B.
            EXIT.

       MOD4-RESUMEN.
            IF WS-Purgadas = 0 THEN
               MOVE "  (ninguna)" TO WS-Linea-Reporte
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE "Tipo        Retencion  Conservadas  Purgadas"
               TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD4B-LINEA-TIPO THRU FIN-MD4B
               VARYING WS-Indice-Tipo FROM 1 BY 1
               UNTIL WS-Indice-Tipo > WS-Total-Tipos
            MOVE SPACES TO WS-Linea-Reporte
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE WS-Conservadas TO WS-Cantidad-Edit
            MOVE WS-Purgadas TO WS-Cantidad2-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Total                      " DELIMITED BY SIZE
               WS-Cantidad-Edit DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-Cantidad2-Edit DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            IF WS-Fallidas > 0 THEN
               MOVE WS-Fallidas TO WS-Cantidad-Edit
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Copias vencidas que no se pudieron borrar: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cantidad-Edit) DELIMITED BY SIZE
                  " (siguen en el catalogo)" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF.
       FIN-MD4.
            EXIT.

       MOD4B-LINEA-TIPO.
            MOVE WS-Tipo-Conservadas(WS-Indice-Tipo)
               TO WS-Cantidad-Edit
            MOVE WS-Tipo-Purgadas(WS-Indice-Tipo) TO WS-Cantidad2-Edit
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Tipo-Retencion(WS-Indice-Tipo) = 0 THEN
               STRING WS-Tipo-Nombre(WS-Indice-Tipo) DELIMITED BY SIZE
                  "     siempre" DELIMITED BY SIZE
                  "     " WS-Cantidad-Edit DELIMITED BY SIZE
                  "   " WS-Cantidad2-Edit DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               MOVE WS-Tipo-Retencion(WS-Indice-Tipo)
                  TO WS-Retencion-Edit
               STRING WS-Tipo-Nombre(WS-Indice-Tipo) DELIMITED BY SIZE
                  "  " WS-Retencion-Edit " dias" DELIMITED BY SIZE
                  "     " WS-Cantidad-Edit DELIMITED BY SIZE
                  "   " WS-Cantidad2-Edit DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD4B.
            EXIT.

      * Retencion del tipo de la entrada en curso: la primera vez
      * que aparece un tipo se lee su variable REPORTES_RETENCION_
      * <TIPO> y se guarda en la tabla; si la tabla esta llena el
      * tipo usa la retencion por defecto y no entra al resumen.
       MOD5-RETENCION-TIPO.
            MOVE 0 TO WS-Tipo-Actual
            PERFORM MOD5B-BUSCAR-TIPO THRU FIN-MD5B
               VARYING WS-Indice-Tipo FROM 1 BY 1
               UNTIL WS-Indice-Tipo > WS-Total-Tipos
               OR WS-Tipo-Actual > 0
            IF WS-Tipo-Actual > 0 THEN
               MOVE WS-Tipo-Retencion(WS-Tipo-Actual)
                  TO WS-Retencion-Entrada
               GO TO FIN-MD5
            END-IF
            MOVE WS-Retencion-Defecto TO WS-Retencion-Entrada
            MOVE SPACES TO WS-Nombre-Variable
            STRING "REPORTES_RETENCION_" DELIMITED BY SIZE
               FUNCTION TRIM(RA-Tipo) DELIMITED BY SIZE
               INTO WS-Nombre-Variable
            END-STRING
            MOVE SPACES TO WS-Valor-Variable
            ACCEPT WS-Valor-Variable FROM ENVIRONMENT
               WS-Nombre-Variable
            IF WS-Valor-Variable NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Valor-Variable) = 0 THEN
                  COMPUTE WS-Retencion-Entrada =
                     FUNCTION NUMVAL(WS-Valor-Variable)
               ELSE
                  DISPLAY FUNCTION TRIM(WS-Nombre-Variable) " '"
                     FUNCTION TRIM(WS-Valor-Variable)
                     "' no es numerica, se usa la retencion por "
                     "defecto."
               END-IF
            END-IF
            IF WS-Total-Tipos < 20 THEN
               ADD 1 TO WS-Total-Tipos
               MOVE WS-Total-Tipos TO WS-Tipo-Actual
               MOVE RA-Tipo TO WS-Tipo-Nombre(WS-Tipo-Actual)
               MOVE WS-Retencion-Entrada
                  TO WS-Tipo-Retencion(WS-Tipo-Actual)
               MOVE 0 TO WS-Tipo-Conservadas(WS-Tipo-Actual)
               MOVE 0 TO WS-Tipo-Purgadas(WS-Tipo-Actual)
            END-IF.
       FIN-MD5.
            EXIT.

       MOD5B-BUSCAR-TIPO.
            IF WS-Tipo-Nombre(WS-Indice-Tipo) = RA-Tipo THEN
               MOVE WS-Indice-Tipo TO WS-Tipo-Actual
            END-IF.
       FIN-MD5B.
            EXIT.

      * Toma el bloqueo exclusivo via BloqueoMaestro; si otro
      * programa lo tiene, reintenta y al final desiste con codigo 3.
       MOD6-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'E' TO BLQ-Tipo
            MOVE "PurgarReportes" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD6.
            EXIT.

       MOD7-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD7.
            EXIT.

      * Borra la copia vencida. Si el borrado falla pero la copia ya
      * no existe (alguien la borro a mano), la entrada sale del
      * catalogo igual; si la copia sigue ahi, la entrada se
      * conserva para el proximo intento.
       MOD8-BORRAR-COPIA.
            MOVE SPACES TO WS-Ruta-Copia
            STRING FUNCTION TRIM(WS-Prefijo-Copias) DELIMITED BY SIZE
               FUNCTION TRIM(RA-Archivo) DELIMITED BY SIZE
               INTO WS-Ruta-Copia
            END-STRING
            CALL "CBL_DELETE_FILE" USING WS-Ruta-Copia
               RETURNING WS-Resultado-Borrado
            MOVE WS-Antiguedad TO WS-Antiguedad-Edit
            MOVE SPACES TO WS-Linea-Reporte
            IF WS-Resultado-Borrado = 0 THEN
               MOVE 'N' TO WS-Conservar
               STRING "  " RA-Tipo " " RA-Programa DELIMITED BY SIZE
                  " " RA-Fecha " " RA-Hora DELIMITED BY SIZE
                  " C" RA-Corrida " " DELIMITED BY SIZE
                  WS-Antiguedad-Edit " dias  " DELIMITED BY SIZE
                  FUNCTION TRIM(RA-Archivo) DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               GO TO FIN-MD8
            END-IF
            OPEN INPUT ArchivoCopia
            IF WS-Estado-Copia = "35" THEN
               MOVE 'N' TO WS-Conservar
               STRING "  " RA-Tipo " " RA-Programa DELIMITED BY SIZE
                  " " RA-Fecha " " RA-Hora DELIMITED BY SIZE
                  " C" RA-Corrida " " DELIMITED BY SIZE
                  "ya no existia: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(RA-Archivo) DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               IF WS-Estado-Copia = "00" THEN
                  CLOSE ArchivoCopia
               END-IF
               ADD 1 TO WS-Fallidas
               STRING "  " RA-Tipo " " RA-Programa DELIMITED BY SIZE
                  " " RA-Fecha " " RA-Hora DELIMITED BY SIZE
                  " C" RA-Corrida " " DELIMITED BY SIZE
                  "NO SE PUDO BORRAR: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(RA-Archivo) DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD8.
            EXIT.
       END PROGRAM PurgarReportes.
