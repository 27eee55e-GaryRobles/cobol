      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ArchivarReporte.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Subprograma CALLable que guarda una copia fechada de
            un reporte recien cerrado. Los programas de reporte
            escriben siempre el mismo archivo fijo y la corrida
            siguiente lo pisa; al terminar, cada uno llama a este
            subprograma, que copia el reporte a un archivo propio
            (prefijo + programa + _AAAAMMDD_HHMMSS_Cnnnnn.DAT, con
            la fecha-hora de la copia y el CORRIDA_NUMERO de la
            corrida nocturna, 00000 fuera del job) y asienta la
            copia en el catalogo de reportes archivados: tipo,
            programa, fecha, hora, corrida, operador, lineas y
            nombre del archivo. En el catalogo queda solo el nombre
            del archivo, no la ruta: la ruta se rearma con el
            prefijo del ambiente en curso, asi un ambiente clonado
            encuentra sus propias copias. ConsultarReportes lista
            y reimprime lo archivado y PurgarReportes borra lo que
            vencio su retencion. Un fallo al archivar no cambia el
            codigo de retorno del llamador (el reporte fijo ya esta
            escrito): el llamador lo informa como aviso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El reporte fijo que acaba de cerrar el llamador.
       SELECT ArchivoReporte ASSIGN TO ARC-Ruta-Origen
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ARC-Estado-Reporte.

      * La copia fechada; la ruta se arma con el prefijo, el
      * programa, la fecha-hora y la corrida.
       SELECT ArchivoCopia ASSIGN TO ARC-Ruta-Copia
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ARC-Estado-Copia.

      * Catalogo de reportes archivados: una linea por copia, se
      * abre en EXTEND para agregar al final.
       SELECT ArchivoCatalogo ASSIGN TO ARC-Ruta-Catalogo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS ARC-Estado-Catalogo.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoReporte.
       01 LineaReporte              PIC X(250).

       FD ArchivoCopia.
       01 LineaCopia                PIC X(250).

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

       WORKING-STORAGE SECTION.
       01 ARC-Ruta-Origen           PIC X(100)     VALUE SPACES.
       01 ARC-Ruta-Copia            PIC X(100)     VALUE SPACES.
       01 ARC-Ruta-Catalogo         PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTES_CATALOGO.DAT".
       01 ARC-Env-Ruta-Catalogo     PIC X(100)     VALUE SPACES.
      * Prefijo con el que se arman las rutas de las copias; el
      * perfil de ambiente lo redirige igual que a los demas
      * datasets.
       01 ARC-Prefijo               PIC X(60)
               VALUE "/home/gary/CIUDADES_REPORTE_ARCH_".
       01 ARC-Estado-Reporte        PIC XX         VALUE "00".
       01 ARC-Estado-Copia          PIC XX         VALUE "00".
       01 ARC-Estado-Catalogo       PIC XX         VALUE "00".
       01 ARC-Fin-Reporte           PIC X          VALUE 'N'.
       01 ARC-Fecha-Hora            PIC X(21)      VALUE SPACES.
       01 ARC-Corrida               PIC X(5)       VALUE SPACES.
       01 ARC-Operador              PIC X(20)      VALUE SPACES.
       01 ARC-Nombre-Archivo        PIC X(60)      VALUE SPACES.
      * Parametros del subprograma PerfilAmbiente: con
      * CIUDADES_PERFIL definido, cada ruta se resuelve contra el
      * perfil de ambiente (produccion o ensayo); sin perfil la
      * ruta ya resuelta queda como esta.
       01 PRF-Parametros.
          02 PRF-Nombre             PIC X(20)      VALUE SPACES.
          02 PRF-Ruta               PIC X(100)     VALUE SPACES.

       LINKAGE SECTION.
      * Parametros del llamador:
      *   ARC-Tipo         tipo de reporte (CALIDAD, DELTAS, IMPORT,
      *                    JERARQUIA, PENDIENTES, MATUTINO); la
      *                    retencion de la purga se fija por tipo
      *                    (entra)
      *   ARC-Programa     nombre del programa que lo produjo (entra)
      *   ARC-Ruta-Reporte ruta del reporte fijo ya cerrado (entra)
      *   ARC-Ruta-Archivo ruta de la copia fechada (sale)
      *   ARC-Lineas       lineas copiadas (sale)
      *   ARC-Estado       0=bien, 1=no se pudo leer el reporte,
      *                    2=no se pudo escribir la copia, 3=la copia
      *                    quedo pero no se pudo asentar en el
      *                    catalogo (sale)
       01 ARC-Parametros.
          02 ARC-Tipo               PIC X(10).
          02 ARC-Programa           PIC X(25).
          02 ARC-Ruta-Reporte       PIC X(100).
          02 ARC-Ruta-Archivo       PIC X(100).
          02 ARC-Lineas             PIC 9(7).
          02 ARC-Estado             PIC 9(2).

      * PROCEDURE DIVISION.- Consta de todo el algoritmo del programa
       PROCEDURE DIVISION USING ARC-Parametros.
       Begin.
      * WORKING-STORAGE persiste entre CALLs: todo se reinicia aca.
            MOVE 0 TO ARC-Estado
            MOVE 0 TO ARC-Lineas
            MOVE SPACES TO ARC-Ruta-Archivo
            MOVE 'N' TO ARC-Fin-Reporte
            PERFORM MOD1-INICIALIZACION THRU FIN-MD1
            PERFORM MOD2-COPIAR-REPORTE THRU FIN-MD2
            IF ARC-Estado = 0 THEN
               PERFORM MOD3-ASENTAR-CATALOGO THRU FIN-MD3
            END-IF
            GOBACK.

      * Resuelve las rutas y arma el nombre de la copia.
       MOD1-INICIALIZACION.
            MOVE ARC-Ruta-Reporte TO ARC-Ruta-Origen
            ACCEPT ARC-Env-Ruta-Catalogo FROM ENVIRONMENT
               "CIUDADES_REPORTES_CATALOGO_DD"
            IF ARC-Env-Ruta-Catalogo NOT = SPACES THEN
               MOVE ARC-Env-Ruta-Catalogo TO ARC-Ruta-Catalogo
            END-IF
            MOVE "REPORTES_CATALOGO" TO PRF-Nombre
            MOVE ARC-Ruta-Catalogo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO ARC-Ruta-Catalogo
            MOVE "REPORTE_ARCH_PREFIJO" TO PRF-Nombre
            MOVE ARC-Prefijo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO ARC-Prefijo
            ACCEPT ARC-Operador FROM ENVIRONMENT "USER"
            IF ARC-Operador = SPACES THEN
               MOVE "DESCONOCIDO" TO ARC-Operador
            END-IF
      * Fuera del job nocturno no hay numero de corrida: la copia
      * queda con 00000.
            ACCEPT ARC-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF ARC-Corrida NOT NUMERIC THEN
               MOVE "00000" TO ARC-Corrida
            END-IF
            MOVE FUNCTION CURRENT-DATE TO ARC-Fecha-Hora
            MOVE SPACES TO ARC-Nombre-Archivo
            STRING FUNCTION TRIM(ARC-Programa) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ARC-Fecha-Hora(1:8) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               ARC-Fecha-Hora(9:6) DELIMITED BY SIZE
               "_C" DELIMITED BY SIZE
               ARC-Corrida DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARC-Nombre-Archivo
            END-STRING
            MOVE SPACES TO ARC-Ruta-Copia
            STRING FUNCTION TRIM(ARC-Prefijo) DELIMITED BY SIZE
               FUNCTION TRIM(ARC-Nombre-Archivo) DELIMITED BY SIZE
               INTO ARC-Ruta-Copia
            END-STRING
            MOVE ARC-Ruta-Copia TO ARC-Ruta-Archivo.
       FIN-MD1.
            EXIT.

      * Copia el reporte linea por linea a la copia fechada.
       MOD2-COPIAR-REPORTE.
            OPEN INPUT ArchivoReporte
            IF ARC-Estado-Reporte NOT = "00" THEN
               MOVE 1 TO ARC-Estado
               GO TO FIN-MD2
            END-IF
            OPEN OUTPUT ArchivoCopia
            IF ARC-Estado-Copia NOT = "00" THEN
               MOVE 2 TO ARC-Estado
               CLOSE ArchivoReporte
               GO TO FIN-MD2
            END-IF
            PERFORM MOD2B-COPIAR-LINEA THRU FIN-MD2B
               UNTIL ARC-Fin-Reporte = 'S'
            CLOSE ArchivoReporte
            CLOSE ArchivoCopia.
       FIN-MD2.
            EXIT.

       MOD2B-COPIAR-LINEA.
            READ ArchivoReporte
               AT END
                  MOVE 'S' TO ARC-Fin-Reporte
                  GO TO FIN-MD2B
            END-READ
            MOVE LineaReporte TO LineaCopia
            WRITE LineaCopia
            IF ARC-Estado-Copia NOT = "00" THEN
               MOVE 2 TO ARC-Estado
               MOVE 'S' TO ARC-Fin-Reporte
               GO TO FIN-MD2B
            END-IF
            ADD 1 TO ARC-Lineas.
       FIN-MD2B.
            EXIT.

      * Agrega la copia al catalogo; si el catalogo no existe
      * todavia se crea.
       MOD3-ASENTAR-CATALOGO.
            OPEN EXTEND ArchivoCatalogo
            IF ARC-Estado-Catalogo = "35" THEN
               OPEN OUTPUT ArchivoCatalogo
            END-IF
            IF ARC-Estado-Catalogo NOT = "00" THEN
               MOVE 3 TO ARC-Estado
               GO TO FIN-MD3
            END-IF
            MOVE ARC-Tipo TO RA-Tipo
            MOVE ARC-Programa TO RA-Programa
            MOVE ARC-Fecha-Hora(1:8) TO RA-Fecha
            MOVE ARC-Fecha-Hora(9:6) TO RA-Hora
            MOVE ARC-Corrida TO RA-Corrida
            MOVE ARC-Operador TO RA-Operador
            MOVE ARC-Lineas TO RA-Lineas
            MOVE ARC-Nombre-Archivo TO RA-Archivo
            WRITE RegistroCatalogo
            IF ARC-Estado-Catalogo NOT = "00" THEN
               MOVE 3 TO ARC-Estado
            END-IF
            CLOSE ArchivoCatalogo.
       FIN-MD3.
            EXIT.
       END PROGRAM ArchivarReporte.
