      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConsultarReportes.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Consulta del archivo de reportes que guarda
            ArchivarReporte. Lista, numeradas, las copias del
            catalogo que cumplen los filtros: programa o tipo de
            reporte (REPORTES_PROGRAMA, p.ej. AplicarDeltasCenso o
            DELTAS), fecha AAAAMMDD (REPORTES_FECHA) y numero de
            corrida de cinco digitos como en la bitacora
            (REPORTES_CORRIDA); un filtro en blanco no filtra. Luego
            reimprime la copia elegida (REPORTES_NUMERO, 0 =
            ninguna) por pantalla o, con REPORTES_DESTINO=A, tal
            cual en el archivo de reimpresion, para entregarla a
            quien la pida. Con REPORTES_BATCH=S todo sale de las
            variables; si no, lo que falte se pide por pantalla.
            Codigos de retorno: 1 catalogo o copia ilegible, 2
            ninguna copia cumple los filtros o el numero elegido no
            esta en la lista.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Catalogo de reportes archivados que escribe ArchivarReporte.
       SELECT ArchivoCatalogo ASSIGN TO WS-Ruta-Catalogo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Catalogo.

      * La copia fechada elegida; la ruta se arma con el prefijo del
      * ambiente y el nombre asentado en el catalogo.
       SELECT ArchivoCopia ASSIGN TO WS-Ruta-Copia
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Copia.

      * Reimpresion en archivo, se sobreescribe en cada consulta.
       SELECT ArchivoReimpresion ASSIGN TO WS-Ruta-Reimpresion
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reimpresion.

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

       FD ArchivoCopia.
       01 LineaCopia                PIC X(250).

       FD ArchivoReimpresion.
       01 LineaReimpresion          PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Catalogo          PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTES_CATALOGO.DAT".
       01 WS-Env-Ruta-Catalogo      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reimpresion       PIC X(100)
               VALUE "/home/gary/CIUDADES_REPORTE_REIMPRESION.DAT".
       01 WS-Env-Ruta-Reimpresion   PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Copia             PIC X(100)     VALUE SPACES.
      * Prefijo de las copias fechadas, el mismo que usa
      * ArchivarReporte para escribirlas.
       01 WS-Prefijo-Copias         PIC X(60)
               VALUE "/home/gary/CIUDADES_REPORTE_ARCH_".
       01 WS-Estado-Catalogo        PIC XX         VALUE "00".
       01 WS-Estado-Copia           PIC XX         VALUE "00".
       01 WS-Estado-Reimpresion     PIC XX         VALUE "00".
       01 WS-Fin-Catalogo           PIC X          VALUE 'N'.
       01 WS-Fin-Copia              PIC X          VALUE 'N'.
       01 WS-Modo-Batch             PIC X          VALUE 'N'.
      * Filtros; en blanco no filtran.
       01 WS-Filtro-Programa        PIC X(25)      VALUE SPACES.
       01 WS-Filtro-Fecha           PIC X(8)       VALUE SPACES.
       01 WS-Filtro-Corrida         PIC X(5)       VALUE SPACES.
       01 WS-Corrida-Numero         PIC 9(5)       VALUE 0.
       01 WS-Cumple                 PIC X          VALUE 'N'.
       01 WS-Numero-Texto           PIC X(5)       VALUE SPACES.
       01 WS-Numero-Elegido         PIC 9(5)       VALUE 0.
       01 WS-Destino                PIC X          VALUE SPACE.
       01 WS-Hallados               PIC 9(5)       VALUE 0.
       01 WS-Hallados-Edit          PIC ZZZZ9.
       01 WS-Lineas-Edit            PIC ZZZZZZ9.
       01 WS-Lineas-Impresas        PIC 9(7)       VALUE 0.
       01 WS-Encontrado             PIC X          VALUE 'N'.
       01 WS-Linea-Listado          PIC X(132)     VALUE SPACES.
      * La entrada elegida, copiada del catalogo en la segunda
      * pasada.
       01 WS-Elegida.
          02 WS-Eleg-Tipo           PIC X(10)      VALUE SPACES.
          02 WS-Eleg-Programa       PIC X(25)      VALUE SPACES.
          02 WS-Eleg-Fecha          PIC X(8)       VALUE SPACES.
          02 WS-Eleg-Hora           PIC X(6)       VALUE SPACES.
          02 WS-Eleg-Corrida        PIC X(5)       VALUE SPACES.
          02 WS-Eleg-Operador       PIC X(20)      VALUE SPACES.
          02 WS-Eleg-Lineas         PIC 9(7)       VALUE 0.
          02 WS-Eleg-Archivo        PIC X(60)      VALUE SPACES.
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
            PERFORM MOD2-LISTAR THRU FIN-MD2
            IF WS-Hallados = 0 THEN
               DISPLAY "Ninguna copia archivada cumple los filtros."
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD3-ELEGIR THRU FIN-MD3
            IF WS-Numero-Elegido = 0 THEN
               STOP RUN
            END-IF
            PERFORM MOD4-BUSCAR-ELEGIDA THRU FIN-MD4
            IF WS-Encontrado NOT = 'S' THEN
               DISPLAY "El numero " WS-Numero-Elegido
                  " no esta en la lista."
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD5-REIMPRIMIR THRU FIN-MD5
            STOP RUN.

       MOD1-INICIALIZACION.
            ACCEPT WS-Env-Ruta-Catalogo FROM ENVIRONMENT
               "CIUDADES_REPORTES_CATALOGO_DD"
            IF WS-Env-Ruta-Catalogo NOT = SPACES THEN
               MOVE WS-Env-Ruta-Catalogo TO WS-Ruta-Catalogo
            END-IF
            MOVE "REPORTES_CATALOGO" TO PRF-Nombre
            MOVE WS-Ruta-Catalogo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Catalogo
            MOVE "REPORTE_ARCH_PREFIJO" TO PRF-Nombre
            MOVE WS-Prefijo-Copias TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Prefijo-Copias
            ACCEPT WS-Env-Ruta-Reimpresion FROM ENVIRONMENT
               "CIUDADES_REPORTES_REIMPRESION_DD"
            IF WS-Env-Ruta-Reimpresion NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reimpresion TO WS-Ruta-Reimpresion
            END-IF
            MOVE "REPORTES_REIMPRESION" TO PRF-Nombre
            MOVE WS-Ruta-Reimpresion TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reimpresion
            ACCEPT WS-Modo-Batch FROM ENVIRONMENT "REPORTES_BATCH"
            ACCEPT WS-Filtro-Programa FROM ENVIRONMENT
               "REPORTES_PROGRAMA"
            ACCEPT WS-Filtro-Fecha FROM ENVIRONMENT "REPORTES_FECHA"
            ACCEPT WS-Filtro-Corrida FROM ENVIRONMENT
               "REPORTES_CORRIDA"
            IF WS-Modo-Batch NOT = 'S' THEN
               IF WS-Filtro-Programa = SPACES THEN
                  DISPLAY "Programa o tipo de reporte (en blanco = "
                     "todos):"
                  ACCEPT WS-Filtro-Programa
               END-IF
               IF WS-Filtro-Fecha = SPACES THEN
                  DISPLAY "Fecha AAAAMMDD (en blanco = todas):"
                  ACCEPT WS-Filtro-Fecha
               END-IF
               IF WS-Filtro-Corrida = SPACES THEN
                  DISPLAY "Numero de corrida, 5 digitos (en blanco "
                     "= todas):"
                  ACCEPT WS-Filtro-Corrida
               END-IF
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-Filtro-Programa)
               TO WS-Filtro-Programa
      * La corrida se acepta sin los ceros de la izquierda (12 es
      * la 00012 de la bitacora).
            IF WS-Filtro-Corrida NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-Filtro-Corrida) = 0 THEN
               COMPUTE WS-Corrida-Numero =
                  FUNCTION NUMVAL(WS-Filtro-Corrida)
               MOVE WS-Corrida-Numero TO WS-Filtro-Corrida
            END-IF.

      * Primera pasada: lista las copias que cumplen los filtros,
      * numeradas en el orden del catalogo (el de produccion).
       MOD2-LISTAR.
            OPEN INPUT ArchivoCatalogo
            IF WS-Estado-Catalogo = "35" THEN
               GO TO FIN-MD2
            END-IF
            IF WS-Estado-Catalogo NOT = "00" THEN
               DISPLAY "No se pudo abrir el catalogo de reportes "
                  FUNCTION TRIM(WS-Ruta-Catalogo) ", estado "
                  WS-Estado-Catalogo
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "  Nro  Fecha      Hora     Corrida Tipo       "
               "Programa                   Lineas Operador"
            MOVE 'N' TO WS-Fin-Catalogo
            PERFORM MOD2B-LISTAR-ENTRADA THRU FIN-MD2B
               UNTIL WS-Fin-Catalogo = 'S'
            CLOSE ArchivoCatalogo
            MOVE WS-Hallados TO WS-Hallados-Edit
            DISPLAY FUNCTION TRIM(WS-Hallados-Edit)
               " copias archivadas cumplen los filtros.".
       FIN-MD2.
            EXIT.

       MOD2B-LISTAR-ENTRADA.
            READ ArchivoCatalogo
               AT END
                  MOVE 'S' TO WS-Fin-Catalogo
                  GO TO FIN-MD2B
            END-READ
            PERFORM MOD6-APLICAR-FILTROS THRU FIN-MD6
            IF WS-Cumple NOT = 'S' THEN
               GO TO FIN-MD2B
            END-IF
            ADD 1 TO WS-Hallados
            MOVE WS-Hallados TO WS-Hallados-Edit
            MOVE RA-Lineas TO WS-Lineas-Edit
            MOVE SPACES TO WS-Linea-Listado
            STRING WS-Hallados-Edit DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-Fecha(1:4) "-" RA-Fecha(5:2) "-" RA-Fecha(7:2)
                  DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-Hora(1:2) ":" RA-Hora(3:2) ":" RA-Hora(5:2)
                  DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-Corrida DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RA-Tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-Programa DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Lineas-Edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-Operador DELIMITED BY SIZE
               INTO WS-Linea-Listado
            END-STRING
            DISPLAY FUNCTION TRIM(WS-Linea-Listado TRAILING).
       FIN-MD2B.
            EXIT.

      * Pide (o toma de REPORTES_NUMERO y REPORTES_DESTINO) la copia
      * a reimprimir y el destino.
       MOD3-ELEGIR.
            ACCEPT WS-Numero-Texto FROM ENVIRONMENT "REPORTES_NUMERO"
            IF WS-Numero-Texto = SPACES AND WS-Modo-Batch NOT = 'S'
               THEN
               DISPLAY "Numero de copia a reimprimir (0 = ninguna):"
               ACCEPT WS-Numero-Texto
            END-IF
            IF WS-Numero-Texto = SPACES THEN
               MOVE 0 TO WS-Numero-Elegido
               GO TO FIN-MD3
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-Numero-Texto) NOT = 0 THEN
               DISPLAY "El numero '" FUNCTION TRIM(WS-Numero-Texto)
                  "' no es valido."
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WS-Numero-Elegido =
               FUNCTION NUMVAL(WS-Numero-Texto)
            IF WS-Numero-Elegido = 0 THEN
               GO TO FIN-MD3
            END-IF
            ACCEPT WS-Destino FROM ENVIRONMENT "REPORTES_DESTINO"
            IF WS-Destino = SPACE AND WS-Modo-Batch NOT = 'S' THEN
               DISPLAY "Reimprimir por (P)antalla o en (A)rchivo:"
               ACCEPT WS-Destino
            END-IF
            IF WS-Destino = 'a' THEN
               MOVE 'A' TO WS-Destino
            END-IF
            IF WS-Destino NOT = 'A' THEN
               MOVE 'P' TO WS-Destino
            END-IF.
       FIN-MD3.
            EXIT.

      * Segunda pasada: vuelve a recorrer el catalogo con los mismos
      * filtros hasta la entrada con el numero elegido.
       MOD4-BUSCAR-ELEGIDA.
            MOVE 'N' TO WS-Encontrado
            MOVE 0 TO WS-Hallados
            OPEN INPUT ArchivoCatalogo
            IF WS-Estado-Catalogo NOT = "00" THEN
               GO TO FIN-MD4
            END-IF
            MOVE 'N' TO WS-Fin-Catalogo
            PERFORM MOD4B-CONTAR-ENTRADA THRU FIN-MD4B
               UNTIL WS-Fin-Catalogo = 'S'
            CLOSE ArchivoCatalogo.
       FIN-MD4.
            EXIT.

       MOD4B-CONTAR-ENTRADA.
            READ ArchivoCatalogo
               AT END
                  MOVE 'S' TO WS-Fin-Catalogo
                  GO TO FIN-MD4B
            END-READ
            PERFORM MOD6-APLICAR-FILTROS THRU FIN-MD6
            IF WS-Cumple NOT = 'S' THEN
               GO TO FIN-MD4B
            END-IF
            ADD 1 TO WS-Hallados
            IF WS-Hallados = WS-Numero-Elegido THEN
               MOVE RegistroCatalogo TO WS-Elegida
               MOVE 'S' TO WS-Encontrado
               MOVE 'S' TO WS-Fin-Catalogo
            END-IF.
       FIN-MD4B.
            EXIT.

      * Reimprime la copia elegida. En archivo va tal cual, linea
      * por linea, para que sea identica al reporte original; por
      * pantalla lleva antes una linea con su origen.
       MOD5-REIMPRIMIR.
            MOVE SPACES TO WS-Ruta-Copia
            STRING FUNCTION TRIM(WS-Prefijo-Copias) DELIMITED BY SIZE
               FUNCTION TRIM(WS-Eleg-Archivo) DELIMITED BY SIZE
               INTO WS-Ruta-Copia
            END-STRING
            OPEN INPUT ArchivoCopia
            IF WS-Estado-Copia NOT = "00" THEN
               DISPLAY "No se pudo abrir la copia archivada "
                  FUNCTION TRIM(WS-Ruta-Copia) ", estado "
                  WS-Estado-Copia ". Puede haber sido purgada."
               MOVE 1 TO RETURN-CODE
               GO TO FIN-MD5
            END-IF
            IF WS-Destino = 'A' THEN
               OPEN OUTPUT ArchivoReimpresion
               IF WS-Estado-Reimpresion NOT = "00" THEN
                  DISPLAY "No se pudo abrir el archivo de "
                     "reimpresion " FUNCTION TRIM(WS-Ruta-Reimpresion)
                     ", estado " WS-Estado-Reimpresion
                  CLOSE ArchivoCopia
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-MD5
               END-IF
            ELSE
               DISPLAY "=== " FUNCTION TRIM(WS-Eleg-Programa) " del "
                  WS-Eleg-Fecha " " WS-Eleg-Hora ", corrida "
                  WS-Eleg-Corrida ", operador "
                  FUNCTION TRIM(WS-Eleg-Operador) " ==="
            END-IF
            MOVE 0 TO WS-Lineas-Impresas
            MOVE 'N' TO WS-Fin-Copia
            PERFORM MOD5B-REIMPRIMIR-LINEA THRU FIN-MD5B
               UNTIL WS-Fin-Copia = 'S'
            CLOSE ArchivoCopia
            IF WS-Destino = 'A' THEN
               CLOSE ArchivoReimpresion
               DISPLAY "Reimpresas " WS-Lineas-Impresas " lineas en "
                  FUNCTION TRIM(WS-Ruta-Reimpresion)
            END-IF
            IF WS-Lineas-Impresas NOT = WS-Eleg-Lineas THEN
               DISPLAY "Aviso: el catalogo registra " WS-Eleg-Lineas
                  " lineas y la copia tiene " WS-Lineas-Impresas
            END-IF.
       FIN-MD5.
            EXIT.

       MOD5B-REIMPRIMIR-LINEA.
            READ ArchivoCopia
               AT END
                  MOVE 'S' TO WS-Fin-Copia
                  GO TO FIN-MD5B
            END-READ
            ADD 1 TO WS-Lineas-Impresas
            IF WS-Destino = 'A' THEN
               WRITE LineaReimpresion FROM LineaCopia
            ELSE
               DISPLAY FUNCTION TRIM(LineaCopia TRAILING)
            END-IF.
       FIN-MD5B.
            EXIT.

      * Una entrada cumple si pasa todos los filtros no vacios; el
      * filtro de programa acepta el nombre del programa o el tipo
      * de reporte, sin distinguir mayusculas.
       MOD6-APLICAR-FILTROS.
            MOVE 'S' TO WS-Cumple
            IF WS-Filtro-Programa NOT = SPACES
               AND WS-Filtro-Programa NOT =
                  FUNCTION UPPER-CASE(RA-Programa)
               AND WS-Filtro-Programa NOT = RA-Tipo THEN
               MOVE 'N' TO WS-Cumple
            END-IF
            IF WS-Filtro-Fecha NOT = SPACES
               AND WS-Filtro-Fecha NOT = RA-Fecha THEN
               MOVE 'N' TO WS-Cumple
            END-IF
            IF WS-Filtro-Corrida NOT = SPACES
               AND WS-Filtro-Corrida NOT = RA-Corrida THEN
               MOVE 'N' TO WS-Cumple
            END-IF.
       FIN-MD6.
            EXIT.
       END PROGRAM ConsultarReportes.
