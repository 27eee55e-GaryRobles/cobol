      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ActividadOperadores.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Reporte mensual de actividad de los operadores y de
            los tiempos del circuito de aprobacion, para los
            supervisores. Del journal de cambios (el vigente y las
            generaciones que ArchivarJournal asento en su catalogo)
            cuenta las altas, modificaciones, bajas, reversiones y
            recodificaciones del mes por operador y por programa.
            De CIUDADES_PENDIENTES.DAT saca el atraso de aprobacion
            por antiguedad (lo capturado que todavia espera
            decision), el tiempo promedio y el mas largo desde la
            captura hasta la decision por supervisor y la tasa de
            rechazo por capturador, sobre las decisiones del mes.
            Una transaccion ya aplicada ('X') o fallida ('F') lleva
            como fecha de decision la de su aplicacion, asi que su
            tiempo cuenta hasta la aplicacion. Marca para auditoria
            a quien aprobo su propia captura y a quien revirtio un
            cambio de otro operador: el cambio revertido es la
            ultima entrada anterior del mismo CodigoINE cuya imagen
            anterior es la que la reversion restauro. El mes sale
            de ACTIVIDAD_MES (AAAAMM) o es el mes en curso.
            Codigos de retorno: 1 error de archivo o mes invalido,
            2 hay marcas de auditoria.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal de cambios vigente. La ruta se toma de
      * CIUDADES_JOURNAL_DD.
       SELECT ArchivoJournal ASSIGN TO WS-Ruta-Journal
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Journal.

      * Una generacion archivada del journal; la ruta se arma con el
      * numero de generacion del catalogo de ArchivarJournal.
       SELECT ArchivoJournalArchivo ASSIGN TO WS-Ruta-Gen-Journal
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Gen-Journal.

      * Catalogo de generaciones archivadas que mantiene
      * ArchivarJournal, en orden cronologico.
       SELECT ArchivoCatalogoJournal ASSIGN TO WS-Ruta-Cat-Journal
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Catalogo.

      * Transacciones del circuito de aprobacion. La ruta se toma
      * de CIUDADES_PENDIENTES_DD.
       SELECT ArchivoPendientes ASSIGN TO WS-Ruta-Pendientes
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Pendientes.

      * Reporte del mes. La ruta se toma de
      * CIUDADES_ACTIVIDAD_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoJournal.
       01 RegistroJournal.
          02 JR-FechaHora           PIC X(21).
          02 JR-Operador            PIC X(20).
          02 JR-Programa            PIC X(25).
          02 JR-TipoOperacion       PIC X.
          02 JR-CodigoINE           PIC X(17).
          02 JR-ImagenAnterior      PIC X(71).
          02 JR-ImagenNueva         PIC X(71).

       FD ArchivoJournalArchivo.
       01 RegistroJournalArchivo    PIC X(226).

       FD ArchivoCatalogoJournal.
       01 RegistroCatalogo.
          02 JA-Generacion          PIC 9(2).
          02 JA-FechaCorte          PIC X(8).
          02 JA-FechaHoraCorrida    PIC X(21).
          02 JA-Registros           PIC 9(7).
          02 JA-PrimeraFecha        PIC X(21).
          02 JA-UltimaFecha         PIC X(21).

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

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Journal           PIC X(100)
               VALUE "/home/gary/CIUDADES_JOURNAL.DAT".
       01 WS-Env-Ruta-Journal       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Journal         PIC XX         VALUE "00".
       01 WS-Estado-Gen-Journal     PIC XX         VALUE "00".
       01 WS-Estado-Catalogo        PIC XX         VALUE "00".
       01 WS-Ruta-Gen-Journal       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Cat-Journal       PIC X(100)
               VALUE "/home/gary/CIUDADES_JOURNAL_ARCHIVOS.DAT".
      * Prefijo con el que se arman las rutas de las generaciones
      * archivadas; el perfil de ambiente lo redirige igual que a
      * los demas datasets.
       01 WS-Prefijo-Gen-Journal    PIC X(60)
               VALUE "/home/gary/CIUDADES_JOURNAL_ARCH_G".
       01 WS-Ruta-Pendientes        PIC X(100)
               VALUE "/home/gary/CIUDADES_PENDIENTES.DAT".
       01 WS-Env-Ruta-Pendientes    PIC X(100)     VALUE SPACES.
       01 WS-Estado-Pendientes      PIC XX         VALUE "00".
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_ACTIVIDAD_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Mes                    PIC X(6)       VALUE SPACES.
       01 WS-Mes-Numero             PIC 9(2)       VALUE 0.
       01 WS-Fecha-Numerica         PIC 9(8)       VALUE 0.
       01 WS-Dia-Hoy                PIC 9(7)       VALUE 0.
      * La entrada en proceso, venga del journal vigente o de una
      * generacion archivada: las dos fuentes se vuelcan aqui y el
      * tratamiento es el mismo.
       01 WS-Entrada-Journal.
          02 JRW-FechaHora          PIC X(21).
          02 JRW-Operador           PIC X(20).
          02 JRW-Programa           PIC X(25).
          02 JRW-TipoOperacion      PIC X.
          02 JRW-CodigoINE          PIC X(17).
          02 JRW-ImagenAnterior     PIC X(71).
          02 JRW-ImagenNueva        PIC X(71).
      * Generaciones archivadas, en el orden del catalogo (el orden
      * cronologico).
       01 WS-Tabla-Gens.
          02 WS-Gen-Numero OCCURS 99 TIMES PIC 9(2).
       01 WS-Total-Gens             PIC 9(3)       VALUE 0.
       01 WS-Indice-Gen             PIC 9(3)       VALUE 0.
       01 WS-Generacion-Edit        PIC 99.
       01 WS-Fin-Gen                PIC X          VALUE 'N'.
       01 WS-Fin-Catalogo           PIC X          VALUE 'N'.
       01 WS-Fin-Journal            PIC X          VALUE 'N'.
       01 WS-Fin-Pendientes         PIC X          VALUE 'N'.
      * Primera pasada: conteos del mes y reversiones del mes;
      * segunda pasada: autor del cambio que revirtio cada una.
       01 WS-Pasada                 PIC 9          VALUE 1.
       01 WS-Entradas-Leidas        PIC 9(7)       VALUE 0.
       01 WS-Entradas-Mes           PIC 9(7)       VALUE 0.
      * Actividad del mes por operador y por programa: una columna
      * por tipo de operacion del journal (A, M, B, R, C).
       01 WS-Tabla-Operadores.
          02 WS-Op-Entrada OCCURS 100 TIMES.
             03 WS-Op-Nombre        PIC X(20).
             03 WS-Op-Tipo          PIC 9(6) OCCURS 5 TIMES.
       01 WS-Total-Operadores       PIC 9(3)       VALUE 0.
       01 WS-Indice-Operador        PIC 9(3)       VALUE 0.
       01 WS-Tabla-Programas.
          02 WS-Pg-Entrada OCCURS 50 TIMES.
             03 WS-Pg-Nombre        PIC X(25).
             03 WS-Pg-Tipo          PIC 9(6) OCCURS 5 TIMES.
       01 WS-Total-Programas        PIC 9(3)       VALUE 0.
       01 WS-Indice-Programa        PIC 9(3)       VALUE 0.
       01 WS-Indice-Tipo            PIC 9          VALUE 0.
       01 WS-Total-Fila             PIC 9(7)       VALUE 0.
       01 WS-Hallado                PIC X          VALUE 'N'.
       01 WS-Nombre-Buscar          PIC X(25)      VALUE SPACES.
       01 WS-Tipo-Mask              PIC ZZZ,ZZ9.
       01 WS-Fila-Mask              PIC Z,ZZZ,ZZ9.
      * Reversiones del mes, con la imagen que restauraron y el
      * autor del cambio revertido que encuentra la segunda pasada.
       01 WS-Tabla-Reversiones.
          02 WS-Rev-Entrada OCCURS 200 TIMES.
             03 WS-Rev-FechaHora    PIC X(21).
             03 WS-Rev-Operador     PIC X(20).
             03 WS-Rev-CodigoINE    PIC X(17).
             03 WS-Rev-Restaurada   PIC X(71).
             03 WS-Rev-Autor        PIC X(20).
             03 WS-Rev-Autor-Fecha  PIC X(21).
       01 WS-Total-Reversiones      PIC 9(3)       VALUE 0.
       01 WS-Indice-Reversion       PIC 9(3)       VALUE 0.
      * Atraso de aprobacion: capturadas que esperan decision, por
      * antiguedad en dias (0-1, 2-7, 8-30, mas de 30).
       01 WS-Tabla-Atraso.
          02 WS-Atraso-Tramo        PIC 9(6) OCCURS 4 TIMES.
       01 WS-Aprobadas-Sin-Aplicar  PIC 9(6)       VALUE 0.
       01 WS-Dias-Espera            PIC S9(7)      VALUE 0.
       01 WS-Espera-Maxima          PIC S9(7)      VALUE 0.
       01 WS-Espera-Maxima-Codigo   PIC X(17)      VALUE SPACES.
      * Decisiones del mes por supervisor: cantidad, minutos
      * acumulados y el mayor tiempo desde la captura.
       01 WS-Tabla-Supervisores.
          02 WS-Sup-Entrada OCCURS 50 TIMES.
             03 WS-Sup-Nombre       PIC X(20).
             03 WS-Sup-Decisiones   PIC 9(6).
             03 WS-Sup-Minutos      PIC 9(11).
             03 WS-Sup-Maximo       PIC 9(9).
             03 WS-Sup-Maximo-Codigo PIC X(17).
       01 WS-Total-Supervisores     PIC 9(3)       VALUE 0.
       01 WS-Indice-Supervisor      PIC 9(3)       VALUE 0.
      * Decisiones del mes por capturador: cuantas y cuantas fueron
      * rechazos.
       01 WS-Tabla-Capturadores.
          02 WS-Cap-Entrada OCCURS 100 TIMES.
             03 WS-Cap-Nombre       PIC X(20).
             03 WS-Cap-Decididas    PIC 9(6).
             03 WS-Cap-Rechazadas   PIC 9(6).
       01 WS-Total-Capturadores     PIC 9(3)       VALUE 0.
       01 WS-Indice-Capturador      PIC 9(3)       VALUE 0.
      * Autoaprobaciones del mes: se listan con las marcas de
      * auditoria, despues de las secciones de tiempos.
       01 WS-Tabla-Autoaprobaciones.
          02 WS-Auto-Entrada OCCURS 100 TIMES.
             03 WS-Auto-Operador    PIC X(20).
             03 WS-Auto-CodigoINE   PIC X(17).
             03 WS-Auto-Tipo        PIC X.
             03 WS-Auto-Fecha       PIC X(21).
       01 WS-Total-Autoaprobaciones PIC 9(3)       VALUE 0.
       01 WS-Indice-Auto            PIC 9(3)       VALUE 0.
       01 WS-Marcas-Auditoria       PIC 9(5)       VALUE 0.
      * Tiempos: una fecha-hora AAAAMMDDHHMM... se pasa a minutos
      * absolutos para restar captura de decision.
       01 WS-Fecha-Convertir        PIC X(21)      VALUE SPACES.
       01 WS-Minutos-Convertidos    PIC 9(11)      VALUE 0.
       01 WS-Fecha-Valida           PIC X          VALUE 'N'.
       01 WS-Hora-Numerica          PIC 9(2)       VALUE 0.
       01 WS-Minuto-Numerico        PIC 9(2)       VALUE 0.
       01 WS-Minutos-Captura        PIC 9(11)      VALUE 0.
       01 WS-Minutos-Espera         PIC S9(11)     VALUE 0.
       01 WS-Horas                  PIC 9(7)V9     VALUE 0.
       01 WS-Horas-Mask             PIC Z,ZZZ,ZZ9.9.
       01 WS-Maximo-Mask            PIC Z,ZZZ,ZZ9.9.
       01 WS-Cantidad-Mask          PIC ZZZ,ZZ9.
       01 WS-Porcentaje             PIC 9(3)V99    VALUE 0.
       01 WS-Porcentaje-Mask        PIC ZZ9.99.
       01 WS-Dias-Mask              PIC Z,ZZZ,ZZ9.
      * Parametros del subprograma BloqueoMaestro: el reporte se
      * archiva bajo el bloqueo compartido ('C'), para no agregar
      * al catalogo de reportes mientras PurgarReportes lo reescribe
      * con el exclusivo.
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
            PERFORM MOD4-LEER-CATALOGO THRU FIN-MD4
            MOVE 1 TO WS-Pasada
            PERFORM MOD2-RECORRER-JOURNALS THRU FIN-MD2
            PERFORM MOD8-ACTIVIDAD THRU FIN-MD8
            PERFORM MOD7-PENDIENTES THRU FIN-MD7
            PERFORM MOD9-ATRASO THRU FIN-MD9
            PERFORM MOD10-SUPERVISORES THRU FIN-MD10
            PERFORM MOD11-CAPTURADORES THRU FIN-MD11
            IF WS-Total-Reversiones > 0 THEN
               MOVE 2 TO WS-Pasada
               PERFORM MOD2-RECORRER-JOURNALS THRU FIN-MD2
            END-IF
            PERFORM MOD12-MARCAS-AUDITORIA THRU FIN-MD12
            CLOSE ArchivoReporte
            PERFORM MOD15-ARCHIVAR-REPORTE THRU FIN-MD15
            DISPLAY "Actividad de operadores del mes " WS-Mes ": "
               WS-Entradas-Mes " cambios en el journal, "
               WS-Marcas-Auditoria " marcas de auditoria. Detalle en "
               FUNCTION TRIM(WS-Ruta-Reporte)
            IF WS-Marcas-Auditoria > 0 THEN
               MOVE 2 TO RETURN-CODE
            END-IF
            STOP RUN.

       MOD1-INICIALIZACION.
            INITIALIZE WS-Tabla-Atraso
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual(1:8) TO WS-Fecha-Numerica
            COMPUTE WS-Dia-Hoy =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
            ACCEPT WS-Mes FROM ENVIRONMENT "ACTIVIDAD_MES"
            IF WS-Mes = SPACES THEN
               MOVE WS-Fecha-Hora-Actual(1:6) TO WS-Mes
            END-IF
            IF WS-Mes NOT NUMERIC THEN
               DISPLAY "El mes '" WS-Mes "' no es AAAAMM, no se "
                  "puede emitir el reporte."
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-Mes(5:2) TO WS-Mes-Numero
            IF WS-Mes-Numero < 1 OR WS-Mes-Numero > 12 THEN
               DISPLAY "El mes '" WS-Mes "' no es AAAAMM, no se "
                  "puede emitir el reporte."
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Env-Ruta-Journal FROM ENVIRONMENT
               "CIUDADES_JOURNAL_DD"
            IF WS-Env-Ruta-Journal NOT = SPACES THEN
               MOVE WS-Env-Ruta-Journal TO WS-Ruta-Journal
            END-IF
            MOVE "JOURNAL" TO PRF-Nombre
            MOVE WS-Ruta-Journal TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Journal
            MOVE "JOURNAL_ARCHIVOS" TO PRF-Nombre
            MOVE WS-Ruta-Cat-Journal TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Cat-Journal
            MOVE "JOURNAL_ARCH_PREFIJO" TO PRF-Nombre
            MOVE WS-Prefijo-Gen-Journal TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Prefijo-Gen-Journal
            ACCEPT WS-Env-Ruta-Pendientes FROM ENVIRONMENT
               "CIUDADES_PENDIENTES_DD"
            IF WS-Env-Ruta-Pendientes NOT = SPACES THEN
               MOVE WS-Env-Ruta-Pendientes TO WS-Ruta-Pendientes
            END-IF
            MOVE "PENDIENTES" TO PRF-Nombre
            MOVE WS-Ruta-Pendientes TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Pendientes
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_ACTIVIDAD_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "ACTIVIDAD_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Actividad de operadores y tiempos de aprobacion "
               DELIMITED BY SIZE
               "- mes " DELIMITED BY SIZE
               WS-Mes(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-Mes(5:2) DELIMITED BY SIZE
               " - emitido " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual(1:8) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.

      * Recorre primero cada generacion archivada en el orden del
      * catalogo y despues el journal vigente, volcando cada entrada
      * a WS-Entrada-Journal y tratandola en MOD3, como
      * HistorialCiudades.
       MOD2-RECORRER-JOURNALS.
            PERFORM MOD2B-RECORRER-GENERACION THRU FIN-MD2B
               VARYING WS-Indice-Gen FROM 1 BY 1
               UNTIL WS-Indice-Gen > WS-Total-Gens
            OPEN INPUT ArchivoJournal
            IF WS-Estado-Journal NOT = "00" THEN
               IF WS-Pasada = 1 THEN
                  MOVE SPACES TO WS-Linea-Reporte
                  STRING "Aviso: no se pudo abrir el journal vigente "
                     DELIMITED BY SIZE
                     "(estado " DELIMITED BY SIZE
                     WS-Estado-Journal DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
                  PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
               END-IF
               GO TO FIN-MD2
            END-IF
            MOVE 'N' TO WS-Fin-Journal
            PERFORM MOD2C-LEER-JOURNAL THRU FIN-MD2C
               UNTIL WS-Fin-Journal = 'S'
            CLOSE ArchivoJournal.
       FIN-MD2.
            EXIT.

       MOD2B-RECORRER-GENERACION.
            MOVE WS-Gen-Numero(WS-Indice-Gen) TO WS-Generacion-Edit
            MOVE SPACES TO WS-Ruta-Gen-Journal
            STRING FUNCTION TRIM(WS-Prefijo-Gen-Journal)
               DELIMITED BY SIZE
               WS-Generacion-Edit DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Ruta-Gen-Journal
            END-STRING
            OPEN INPUT ArchivoJournalArchivo
            IF WS-Estado-Gen-Journal NOT = "00" THEN
               IF WS-Pasada = 1 THEN
                  MOVE SPACES TO WS-Linea-Reporte
                  STRING "Aviso: no se pudo abrir la generacion "
                     DELIMITED BY SIZE
                     "archivada " DELIMITED BY SIZE
                     WS-Generacion-Edit DELIMITED BY SIZE
                     " (estado " DELIMITED BY SIZE
                     WS-Estado-Gen-Journal DELIMITED BY SIZE
                     "); los conteos pueden quedar incompletos"
                     DELIMITED BY SIZE
                     INTO WS-Linea-Reporte
                  END-STRING
                  PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
               END-IF
               GO TO FIN-MD2B
            END-IF
            MOVE 'N' TO WS-Fin-Gen
            PERFORM MOD2D-LEER-GENERACION THRU FIN-MD2D
               UNTIL WS-Fin-Gen = 'S'
            CLOSE ArchivoJournalArchivo.
       FIN-MD2B.
            EXIT.

       MOD2C-LEER-JOURNAL.
            READ ArchivoJournal
               AT END
                  MOVE 'S' TO WS-Fin-Journal
                  GO TO FIN-MD2C
            END-READ
            MOVE RegistroJournal TO WS-Entrada-Journal
            PERFORM MOD3-PROCESAR-ENTRADA THRU FIN-MD3.
       FIN-MD2C.
            EXIT.

       MOD2D-LEER-GENERACION.
            READ ArchivoJournalArchivo
               AT END
                  MOVE 'S' TO WS-Fin-Gen
                  GO TO FIN-MD2D
            END-READ
            MOVE RegistroJournalArchivo TO WS-Entrada-Journal
            PERFORM MOD3-PROCESAR-ENTRADA THRU FIN-MD3.
       FIN-MD2D.
            EXIT.

      * Primera pasada: cuenta las entradas del mes por operador y
      * por programa y guarda las reversiones del mes. Segunda
      * pasada: cada entrada anterior a una reversion, del mismo
      * CodigoINE, cuya imagen anterior es la que la reversion
      * restauro, es candidata a cambio revertido; como el recorrido
      * es cronologico, queda la ultima.
       MOD3-PROCESAR-ENTRADA.
            IF WS-Pasada = 2 THEN
               PERFORM MOD3C-BUSCAR-REVERTIDO THRU FIN-MD3C
                  VARYING WS-Indice-Reversion FROM 1 BY 1
                  UNTIL WS-Indice-Reversion > WS-Total-Reversiones
               GO TO FIN-MD3
            END-IF
            ADD 1 TO WS-Entradas-Leidas
            IF JRW-FechaHora(1:6) NOT = WS-Mes THEN
               GO TO FIN-MD3
            END-IF
            ADD 1 TO WS-Entradas-Mes
            EVALUATE JRW-TipoOperacion
               WHEN 'A' MOVE 1 TO WS-Indice-Tipo
               WHEN 'M' MOVE 2 TO WS-Indice-Tipo
               WHEN 'B' MOVE 3 TO WS-Indice-Tipo
               WHEN 'R' MOVE 4 TO WS-Indice-Tipo
               WHEN 'C' MOVE 5 TO WS-Indice-Tipo
               WHEN OTHER
                  GO TO FIN-MD3
            END-EVALUATE
            MOVE JRW-Operador TO WS-Nombre-Buscar
            PERFORM MOD5-UBICAR-OPERADOR THRU FIN-MD5
            IF WS-Indice-Operador > 0 THEN
               ADD 1 TO WS-Op-Tipo(WS-Indice-Operador, WS-Indice-Tipo)
            END-IF
            MOVE JRW-Programa TO WS-Nombre-Buscar
            PERFORM MOD6-UBICAR-PROGRAMA THRU FIN-MD6
            IF WS-Indice-Programa > 0 THEN
               ADD 1 TO WS-Pg-Tipo(WS-Indice-Programa, WS-Indice-Tipo)
            END-IF
            IF JRW-TipoOperacion = 'R' THEN
               PERFORM MOD3B-GUARDAR-REVERSION THRU FIN-MD3B
            END-IF.
       FIN-MD3.
            EXIT.

       MOD3B-GUARDAR-REVERSION.
            IF WS-Total-Reversiones NOT < 200 THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: mas de 200 reversiones en el mes, no "
                  DELIMITED BY SIZE
                  "se controla la de " DELIMITED BY SIZE
                  JRW-CodigoINE DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
               GO TO FIN-MD3B
            END-IF
            ADD 1 TO WS-Total-Reversiones
            MOVE JRW-FechaHora
               TO WS-Rev-FechaHora(WS-Total-Reversiones)
            MOVE JRW-Operador
               TO WS-Rev-Operador(WS-Total-Reversiones)
            MOVE JRW-CodigoINE
               TO WS-Rev-CodigoINE(WS-Total-Reversiones)
            MOVE JRW-ImagenNueva
               TO WS-Rev-Restaurada(WS-Total-Reversiones)
            MOVE SPACES TO WS-Rev-Autor(WS-Total-Reversiones)
            MOVE SPACES TO WS-Rev-Autor-Fecha(WS-Total-Reversiones).
       FIN-MD3B.
            EXIT.

       MOD3C-BUSCAR-REVERTIDO.
            IF JRW-CodigoINE NOT = WS-Rev-CodigoINE(WS-Indice-Reversion)
               THEN
               GO TO FIN-MD3C
            END-IF
            IF JRW-FechaHora NOT <
               WS-Rev-FechaHora(WS-Indice-Reversion) THEN
               GO TO FIN-MD3C
            END-IF
            IF JRW-ImagenAnterior =
               WS-Rev-Restaurada(WS-Indice-Reversion) THEN
               MOVE JRW-Operador TO WS-Rev-Autor(WS-Indice-Reversion)
               MOVE JRW-FechaHora
                  TO WS-Rev-Autor-Fecha(WS-Indice-Reversion)
            END-IF.
       FIN-MD3C.
            EXIT.

      * Carga los numeros de generacion del catalogo, en el orden en
      * que estan asentados. Sin catalogo no hay generaciones
      * archivadas.
       MOD4-LEER-CATALOGO.
            MOVE 0 TO WS-Total-Gens
            OPEN INPUT ArchivoCatalogoJournal
            IF WS-Estado-Catalogo NOT = "00" THEN
               GO TO FIN-MD4
            END-IF
            MOVE 'N' TO WS-Fin-Catalogo
            PERFORM MOD4B-LEER-GENERACION THRU FIN-MD4B
               UNTIL WS-Fin-Catalogo = 'S'
            CLOSE ArchivoCatalogoJournal.
       FIN-MD4.
            EXIT.

       MOD4B-LEER-GENERACION.
            READ ArchivoCatalogoJournal
               AT END
                  MOVE 'S' TO WS-Fin-Catalogo
                  GO TO FIN-MD4B
            END-READ
            IF WS-Total-Gens < 99 THEN
               ADD 1 TO WS-Total-Gens
               MOVE JA-Generacion TO WS-Gen-Numero(WS-Total-Gens)
            END-IF.
       FIN-MD4B.
            EXIT.

      * Ubica (o agrega) al operador de WS-Nombre-Buscar en la tabla;
      * deja su posicion en WS-Indice-Operador, o cero si la tabla
      * esta llena.
       MOD5-UBICAR-OPERADOR.
            MOVE 'N' TO WS-Hallado
            PERFORM MOD5B-COMPARAR-OPERADOR THRU FIN-MD5B
               VARYING WS-Indice-Operador FROM 1 BY 1
               UNTIL WS-Indice-Operador > WS-Total-Operadores
               OR WS-Hallado = 'S'
            IF WS-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-Indice-Operador
               GO TO FIN-MD5
            END-IF
            IF WS-Total-Operadores NOT < 100 THEN
               MOVE 0 TO WS-Indice-Operador
               GO TO FIN-MD5
            END-IF
            ADD 1 TO WS-Total-Operadores
            MOVE WS-Total-Operadores TO WS-Indice-Operador
            INITIALIZE WS-Op-Entrada(WS-Indice-Operador)
            MOVE WS-Nombre-Buscar TO WS-Op-Nombre(WS-Indice-Operador).
       FIN-MD5.
            EXIT.

       MOD5B-COMPARAR-OPERADOR.
            IF WS-Op-Nombre(WS-Indice-Operador) = WS-Nombre-Buscar
               THEN
               MOVE 'S' TO WS-Hallado
            END-IF.
       FIN-MD5B.
            EXIT.

      * Ubica (o agrega) el programa de WS-Nombre-Buscar; deja su
      * posicion en WS-Indice-Programa, o cero si la tabla esta
      * llena.
       MOD6-UBICAR-PROGRAMA.
            MOVE 'N' TO WS-Hallado
            PERFORM MOD6B-COMPARAR-PROGRAMA THRU FIN-MD6B
               VARYING WS-Indice-Programa FROM 1 BY 1
               UNTIL WS-Indice-Programa > WS-Total-Programas
               OR WS-Hallado = 'S'
            IF WS-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-Indice-Programa
               GO TO FIN-MD6
            END-IF
            IF WS-Total-Programas NOT < 50 THEN
               MOVE 0 TO WS-Indice-Programa
               GO TO FIN-MD6
            END-IF
            ADD 1 TO WS-Total-Programas
            MOVE WS-Total-Programas TO WS-Indice-Programa
            INITIALIZE WS-Pg-Entrada(WS-Indice-Programa)
            MOVE WS-Nombre-Buscar TO WS-Pg-Nombre(WS-Indice-Programa).
       FIN-MD6.
            EXIT.

       MOD6B-COMPARAR-PROGRAMA.
            IF WS-Pg-Nombre(WS-Indice-Programa) = WS-Nombre-Buscar
               THEN
               MOVE 'S' TO WS-Hallado
            END-IF.
       FIN-MD6B.
            EXIT.

      * Recorre los pendientes: las capturadas que esperan decision
      * entran al atraso por antiguedad; las decididas en el mes
      * cuentan para su supervisor y su capturador, y las aprobadas
      * por quien las capturo se guardan para auditoria.
       MOD7-PENDIENTES.
            OPEN INPUT ArchivoPendientes
            IF WS-Estado-Pendientes NOT = "00" THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "Aviso: no se pudo abrir el archivo de "
                  DELIMITED BY SIZE
                  "pendientes (estado " DELIMITED BY SIZE
                  WS-Estado-Pendientes DELIMITED BY SIZE
                  "); no hay datos de aprobacion" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
               GO TO FIN-MD7
            END-IF
            MOVE 'N' TO WS-Fin-Pendientes
            PERFORM MOD7B-TRATAR-PENDIENTE THRU FIN-MD7B
               UNTIL WS-Fin-Pendientes = 'S'
            CLOSE ArchivoPendientes.
       FIN-MD7.
            EXIT.

       MOD7B-TRATAR-PENDIENTE.
            READ ArchivoPendientes
               AT END
                  MOVE 'S' TO WS-Fin-Pendientes
                  GO TO FIN-MD7B
            END-READ
            IF PD-Estado = 'P' THEN
               PERFORM MOD7C-ATRASO THRU FIN-MD7C
               GO TO FIN-MD7B
            END-IF
            IF PD-Estado = 'A' THEN
               ADD 1 TO WS-Aprobadas-Sin-Aplicar
            END-IF
            IF PD-FechaDecision(1:6) NOT = WS-Mes THEN
               GO TO FIN-MD7B
            END-IF
            PERFORM MOD7D-DECISION THRU FIN-MD7D.
       FIN-MD7B.
            EXIT.

       MOD7C-ATRASO.
            MOVE 0 TO WS-Dias-Espera
            IF PD-FechaCaptura(1:8) NUMERIC THEN
               MOVE PD-FechaCaptura(1:8) TO WS-Fecha-Numerica
               COMPUTE WS-Dias-Espera = WS-Dia-Hoy -
                  FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
            END-IF
            IF WS-Dias-Espera < 0 THEN
               MOVE 0 TO WS-Dias-Espera
            END-IF
            EVALUATE TRUE
               WHEN WS-Dias-Espera < 2
                  ADD 1 TO WS-Atraso-Tramo(1)
               WHEN WS-Dias-Espera < 8
                  ADD 1 TO WS-Atraso-Tramo(2)
               WHEN WS-Dias-Espera < 31
                  ADD 1 TO WS-Atraso-Tramo(3)
               WHEN OTHER
                  ADD 1 TO WS-Atraso-Tramo(4)
            END-EVALUATE
            IF WS-Dias-Espera > WS-Espera-Maxima OR
               WS-Espera-Maxima-Codigo = SPACES THEN
               MOVE WS-Dias-Espera TO WS-Espera-Maxima
               MOVE PD-CodigoINE TO WS-Espera-Maxima-Codigo
            END-IF.
       FIN-MD7C.
            EXIT.

       MOD7D-DECISION.
            MOVE PD-FechaCaptura TO WS-Fecha-Convertir
            PERFORM MOD13-A-MINUTOS THRU FIN-MD13
            MOVE WS-Minutos-Convertidos TO WS-Minutos-Captura
            MOVE 0 TO WS-Minutos-Espera
            IF WS-Fecha-Valida = 'S' THEN
               MOVE PD-FechaDecision TO WS-Fecha-Convertir
               PERFORM MOD13-A-MINUTOS THRU FIN-MD13
               IF WS-Fecha-Valida = 'S' THEN
                  COMPUTE WS-Minutos-Espera =
                     WS-Minutos-Convertidos - WS-Minutos-Captura
               END-IF
            END-IF
            IF WS-Minutos-Espera < 0 THEN
               MOVE 0 TO WS-Minutos-Espera
            END-IF
            PERFORM MOD7E-UBICAR-SUPERVISOR THRU FIN-MD7E
            IF WS-Indice-Supervisor > 0 THEN
               ADD 1 TO WS-Sup-Decisiones(WS-Indice-Supervisor)
               ADD WS-Minutos-Espera
                  TO WS-Sup-Minutos(WS-Indice-Supervisor)
               IF WS-Minutos-Espera >
                  WS-Sup-Maximo(WS-Indice-Supervisor) OR
                  WS-Sup-Maximo-Codigo(WS-Indice-Supervisor) = SPACES
                  THEN
                  MOVE WS-Minutos-Espera
                     TO WS-Sup-Maximo(WS-Indice-Supervisor)
                  MOVE PD-CodigoINE
                     TO WS-Sup-Maximo-Codigo(WS-Indice-Supervisor)
               END-IF
            END-IF
            PERFORM MOD7G-UBICAR-CAPTURADOR THRU FIN-MD7G
            IF WS-Indice-Capturador > 0 THEN
               ADD 1 TO WS-Cap-Decididas(WS-Indice-Capturador)
               IF PD-Estado = 'R' THEN
                  ADD 1 TO WS-Cap-Rechazadas(WS-Indice-Capturador)
               END-IF
            END-IF
            IF PD-Estado NOT = 'R' AND
               PD-Aprobador = PD-Capturador AND
               WS-Total-Autoaprobaciones < 100 THEN
               ADD 1 TO WS-Total-Autoaprobaciones
               MOVE PD-Aprobador
                  TO WS-Auto-Operador(WS-Total-Autoaprobaciones)
               MOVE PD-CodigoINE
                  TO WS-Auto-CodigoINE(WS-Total-Autoaprobaciones)
               MOVE PD-TipoTransaccion
                  TO WS-Auto-Tipo(WS-Total-Autoaprobaciones)
               MOVE PD-FechaDecision
                  TO WS-Auto-Fecha(WS-Total-Autoaprobaciones)
            END-IF.
       FIN-MD7D.
            EXIT.

       MOD7E-UBICAR-SUPERVISOR.
            MOVE 'N' TO WS-Hallado
            PERFORM MOD7F-COMPARAR-SUPERVISOR THRU FIN-MD7F
               VARYING WS-Indice-Supervisor FROM 1 BY 1
               UNTIL WS-Indice-Supervisor > WS-Total-Supervisores
               OR WS-Hallado = 'S'
            IF WS-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-Indice-Supervisor
               GO TO FIN-MD7E
            END-IF
            IF WS-Total-Supervisores NOT < 50 THEN
               MOVE 0 TO WS-Indice-Supervisor
               GO TO FIN-MD7E
            END-IF
            ADD 1 TO WS-Total-Supervisores
            MOVE WS-Total-Supervisores TO WS-Indice-Supervisor
            INITIALIZE WS-Sup-Entrada(WS-Indice-Supervisor)
            MOVE PD-Aprobador TO WS-Sup-Nombre(WS-Indice-Supervisor).
       FIN-MD7E.
            EXIT.

       MOD7F-COMPARAR-SUPERVISOR.
            IF WS-Sup-Nombre(WS-Indice-Supervisor) = PD-Aprobador THEN
               MOVE 'S' TO WS-Hallado
            END-IF.
       FIN-MD7F.
            EXIT.

       MOD7G-UBICAR-CAPTURADOR.
            MOVE 'N' TO WS-Hallado
            PERFORM MOD7H-COMPARAR-CAPTURADOR THRU FIN-MD7H
               VARYING WS-Indice-Capturador FROM 1 BY 1
               UNTIL WS-Indice-Capturador > WS-Total-Capturadores
               OR WS-Hallado = 'S'
            IF WS-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-Indice-Capturador
               GO TO FIN-MD7G
            END-IF
            IF WS-Total-Capturadores NOT < 100 THEN
               MOVE 0 TO WS-Indice-Capturador
               GO TO FIN-MD7G
            END-IF
            ADD 1 TO WS-Total-Capturadores
            MOVE WS-Total-Capturadores TO WS-Indice-Capturador
            INITIALIZE WS-Cap-Entrada(WS-Indice-Capturador)
            MOVE PD-Capturador TO WS-Cap-Nombre(WS-Indice-Capturador).
       FIN-MD7G.
            EXIT.

       MOD7H-COMPARAR-CAPTURADOR.
            IF WS-Cap-Nombre(WS-Indice-Capturador) = PD-Capturador
               THEN
               MOVE 'S' TO WS-Hallado
            END-IF.
       FIN-MD7H.
            EXIT.

      * Seccion de actividad: una linea por operador y otra por
      * programa con los cambios del mes por tipo de operacion.
       MOD8-ACTIVIDAD.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Cambios del mes por operador" TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            PERFORM MOD8C-ENCABEZADO THRU FIN-MD8C
            IF WS-Total-Operadores = 0 THEN
               MOVE "  (sin cambios en el mes)" TO WS-Linea-Reporte
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF
            PERFORM MOD8B-LINEA-OPERADOR THRU FIN-MD8B
               VARYING WS-Indice-Operador FROM 1 BY 1
               UNTIL WS-Indice-Operador > WS-Total-Operadores
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Cambios del mes por programa" TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            PERFORM MOD8C-ENCABEZADO THRU FIN-MD8C
            IF WS-Total-Programas = 0 THEN
               MOVE "  (sin cambios en el mes)" TO WS-Linea-Reporte
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF
            PERFORM MOD8D-LINEA-PROGRAMA THRU FIN-MD8D
               VARYING WS-Indice-Programa FROM 1 BY 1
               UNTIL WS-Indice-Programa > WS-Total-Programas.
       FIN-MD8.
            EXIT.

       MOD8B-LINEA-OPERADOR.
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Op-Nombre(WS-Indice-Operador)
               TO WS-Linea-Reporte(3:20)
            MOVE 0 TO WS-Total-Fila
            PERFORM MOD8E-COLUMNA-OPERADOR THRU FIN-MD8E
               VARYING WS-Indice-Tipo FROM 1 BY 1
               UNTIL WS-Indice-Tipo > 5
            MOVE WS-Total-Fila TO WS-Fila-Mask
            MOVE WS-Fila-Mask TO WS-Linea-Reporte(68:9)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD8B.
            EXIT.

       MOD8C-ENCABEZADO.
            MOVE SPACES TO WS-Linea-Reporte
            MOVE "  Altas  Modif.   Bajas Revers.  Recod.     Total"
               TO WS-Linea-Reporte(28:49)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD8C.
            EXIT.

       MOD8D-LINEA-PROGRAMA.
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Pg-Nombre(WS-Indice-Programa)
               TO WS-Linea-Reporte(3:25)
            MOVE 0 TO WS-Total-Fila
            PERFORM MOD8F-COLUMNA-PROGRAMA THRU FIN-MD8F
               VARYING WS-Indice-Tipo FROM 1 BY 1
               UNTIL WS-Indice-Tipo > 5
            MOVE WS-Total-Fila TO WS-Fila-Mask
            MOVE WS-Fila-Mask TO WS-Linea-Reporte(68:9)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD8D.
            EXIT.

      * Cada columna ocupa 7 posiciones mas un blanco, desde la 28.
       MOD8E-COLUMNA-OPERADOR.
            MOVE WS-Op-Tipo(WS-Indice-Operador, WS-Indice-Tipo)
               TO WS-Tipo-Mask
            ADD WS-Op-Tipo(WS-Indice-Operador, WS-Indice-Tipo)
               TO WS-Total-Fila
            MOVE WS-Tipo-Mask
               TO WS-Linea-Reporte(20 + WS-Indice-Tipo * 8:7).
       FIN-MD8E.
            EXIT.

       MOD8F-COLUMNA-PROGRAMA.
            MOVE WS-Pg-Tipo(WS-Indice-Programa, WS-Indice-Tipo)
               TO WS-Tipo-Mask
            ADD WS-Pg-Tipo(WS-Indice-Programa, WS-Indice-Tipo)
               TO WS-Total-Fila
            MOVE WS-Tipo-Mask
               TO WS-Linea-Reporte(20 + WS-Indice-Tipo * 8:7).
       FIN-MD8F.
            EXIT.

      * Atraso de aprobacion: lo capturado que todavia espera
      * decision, por antiguedad, y lo aprobado sin aplicar.
       MOD9-ATRASO.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Atraso de aprobacion (capturadas sin decision)"
               TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE WS-Atraso-Tramo(1) TO WS-Cantidad-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  0 a 1 dia      : " DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE WS-Atraso-Tramo(2) TO WS-Cantidad-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  2 a 7 dias     : " DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE WS-Atraso-Tramo(3) TO WS-Cantidad-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  8 a 30 dias    : " DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE WS-Atraso-Tramo(4) TO WS-Cantidad-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  mas de 30 dias : " DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            IF WS-Espera-Maxima-Codigo NOT = SPACES THEN
               MOVE WS-Espera-Maxima TO WS-Dias-Mask
               MOVE SPACES TO WS-Linea-Reporte
               STRING "  la mas antigua : " DELIMITED BY SIZE
                  WS-Espera-Maxima-Codigo DELIMITED BY SIZE
                  WS-Dias-Mask DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF
            MOVE WS-Aprobadas-Sin-Aplicar TO WS-Cantidad-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Aprobadas sin aplicar: " DELIMITED BY SIZE
               WS-Cantidad-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD9.
            EXIT.

      * Tiempo desde la captura hasta la decision, por supervisor,
      * sobre las decisiones del mes, en horas.
       MOD10-SUPERVISORES.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Tiempo de captura a decision por supervisor (horas)"
               TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE SPACES TO WS-Linea-Reporte
            MOVE "Decisiones     Promedio       Maximo  CodigoINE"
               TO WS-Linea-Reporte(25:49)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            IF WS-Total-Supervisores = 0 THEN
               MOVE "  (sin decisiones en el mes)" TO WS-Linea-Reporte
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF
            PERFORM MOD10B-LINEA-SUPERVISOR THRU FIN-MD10B
               VARYING WS-Indice-Supervisor FROM 1 BY 1
               UNTIL WS-Indice-Supervisor > WS-Total-Supervisores.
       FIN-MD10.
            EXIT.

       MOD10B-LINEA-SUPERVISOR.
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Sup-Nombre(WS-Indice-Supervisor)
               TO WS-Linea-Reporte(3:20)
            MOVE WS-Sup-Decisiones(WS-Indice-Supervisor)
               TO WS-Cantidad-Mask
            MOVE WS-Cantidad-Mask TO WS-Linea-Reporte(28:7)
            COMPUTE WS-Horas ROUNDED =
               WS-Sup-Minutos(WS-Indice-Supervisor) /
               WS-Sup-Decisiones(WS-Indice-Supervisor) / 60
            MOVE WS-Horas TO WS-Horas-Mask
            MOVE WS-Horas-Mask TO WS-Linea-Reporte(37:11)
            COMPUTE WS-Horas ROUNDED =
               WS-Sup-Maximo(WS-Indice-Supervisor) / 60
            MOVE WS-Horas TO WS-Maximo-Mask
            MOVE WS-Maximo-Mask TO WS-Linea-Reporte(50:11)
            MOVE WS-Sup-Maximo-Codigo(WS-Indice-Supervisor)
               TO WS-Linea-Reporte(63:17)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD10B.
            EXIT.

      * Tasa de rechazo por capturador sobre las decisiones del mes.
       MOD11-CAPTURADORES.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Tasa de rechazo por capturador" TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE SPACES TO WS-Linea-Reporte
            MOVE "Decididas Rechazadas  % rechazo"
               TO WS-Linea-Reporte(26:31)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            IF WS-Total-Capturadores = 0 THEN
               MOVE "  (sin decisiones en el mes)" TO WS-Linea-Reporte
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF
            PERFORM MOD11B-LINEA-CAPTURADOR THRU FIN-MD11B
               VARYING WS-Indice-Capturador FROM 1 BY 1
               UNTIL WS-Indice-Capturador > WS-Total-Capturadores.
       FIN-MD11.
            EXIT.

       MOD11B-LINEA-CAPTURADOR.
            MOVE SPACES TO WS-Linea-Reporte
            MOVE WS-Cap-Nombre(WS-Indice-Capturador)
               TO WS-Linea-Reporte(3:20)
            MOVE WS-Cap-Decididas(WS-Indice-Capturador)
               TO WS-Cantidad-Mask
            MOVE WS-Cantidad-Mask TO WS-Linea-Reporte(28:7)
            MOVE WS-Cap-Rechazadas(WS-Indice-Capturador)
               TO WS-Cantidad-Mask
            MOVE WS-Cantidad-Mask TO WS-Linea-Reporte(39:7)
            COMPUTE WS-Porcentaje ROUNDED =
               WS-Cap-Rechazadas(WS-Indice-Capturador) * 100 /
               WS-Cap-Decididas(WS-Indice-Capturador)
            MOVE WS-Porcentaje TO WS-Porcentaje-Mask
            MOVE WS-Porcentaje-Mask TO WS-Linea-Reporte(51:6)
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD11B.
            EXIT.

      * Marcas de auditoria: autoaprobaciones del mes y reversiones
      * del mes de un cambio hecho por otro operador.
       MOD12-MARCAS-AUDITORIA.
            MOVE SPACES TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            MOVE "Marcas de auditoria" TO WS-Linea-Reporte
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            PERFORM MOD12B-AUTOAPROBACION THRU FIN-MD12B
               VARYING WS-Indice-Auto FROM 1 BY 1
               UNTIL WS-Indice-Auto > WS-Total-Autoaprobaciones
            PERFORM MOD12C-REVERSION-AJENA THRU FIN-MD12C
               VARYING WS-Indice-Reversion FROM 1 BY 1
               UNTIL WS-Indice-Reversion > WS-Total-Reversiones
            IF WS-Marcas-Auditoria = 0 THEN
               MOVE "  (ninguna)" TO WS-Linea-Reporte
               PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14
            END-IF.
       FIN-MD12.
            EXIT.

       MOD12B-AUTOAPROBACION.
            ADD 1 TO WS-Marcas-Auditoria
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  AUTOAPROBACION  " DELIMITED BY SIZE
               WS-Auto-Operador(WS-Indice-Auto) DELIMITED BY SIZE
               " aprobo su propia captura '" DELIMITED BY SIZE
               WS-Auto-Tipo(WS-Indice-Auto) DELIMITED BY SIZE
               "' de " DELIMITED BY SIZE
               WS-Auto-CodigoINE(WS-Indice-Auto) DELIMITED BY SIZE
               " el " DELIMITED BY SIZE
               WS-Auto-Fecha(WS-Indice-Auto)(1:8) DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD12B.
            EXIT.

      * Una reversion sin cambio revertido identificable (el
      * cambio original ya no esta en ningun journal) no se marca.
       MOD12C-REVERSION-AJENA.
            IF WS-Rev-Autor(WS-Indice-Reversion) = SPACES THEN
               GO TO FIN-MD12C
            END-IF
            IF WS-Rev-Autor(WS-Indice-Reversion) =
               WS-Rev-Operador(WS-Indice-Reversion) THEN
               GO TO FIN-MD12C
            END-IF
            ADD 1 TO WS-Marcas-Auditoria
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  REVERSION AJENA " DELIMITED BY SIZE
               WS-Rev-Operador(WS-Indice-Reversion) DELIMITED BY SIZE
               " revirtio en " DELIMITED BY SIZE
               WS-Rev-CodigoINE(WS-Indice-Reversion) DELIMITED BY SIZE
               " el " DELIMITED BY SIZE
               WS-Rev-FechaHora(WS-Indice-Reversion)(1:8)
               DELIMITED BY SIZE
               " el cambio de " DELIMITED BY SIZE
               WS-Rev-Autor(WS-Indice-Reversion) DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               WS-Rev-Autor-Fecha(WS-Indice-Reversion)(1:8)
               DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            PERFORM MOD14-ESCRIBIR-LINEA THRU FIN-MD14.
       FIN-MD12C.
            EXIT.

      * Pasa WS-Fecha-Convertir (AAAAMMDDHHMM...) a minutos
      * absolutos en WS-Minutos-Convertidos; WS-Fecha-Valida queda
      * 'N' si la fecha no es numerica.
       MOD13-A-MINUTOS.
            MOVE 'N' TO WS-Fecha-Valida
            MOVE 0 TO WS-Minutos-Convertidos
            IF WS-Fecha-Convertir(1:12) NOT NUMERIC THEN
               GO TO FIN-MD13
            END-IF
            MOVE WS-Fecha-Convertir(1:8) TO WS-Fecha-Numerica
            MOVE WS-Fecha-Convertir(9:2) TO WS-Hora-Numerica
            MOVE WS-Fecha-Convertir(11:2) TO WS-Minuto-Numerico
            COMPUTE WS-Minutos-Convertidos =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica) * 1440 +
               WS-Hora-Numerica * 60 + WS-Minuto-Numerico
            MOVE 'S' TO WS-Fecha-Valida.
       FIN-MD13.
            EXIT.

       MOD14-ESCRIBIR-LINEA.
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD14.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia. La copia se hace
      * bajo el bloqueo compartido del maestro, que PurgarReportes
      * respeta antes de reescribir el catalogo.
       MOD15-ARCHIVAR-REPORTE.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "ActividadOperadores" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "Aviso: no se pudo archivar el reporte, el "
                  "maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  "; queda solo la copia fija de esta corrida."
               GO TO FIN-MD15
            END-IF
            MOVE "ACTIVIDAD" TO ARC-Tipo
            MOVE "ActividadOperadores" TO ARC-Programa
            MOVE WS-Ruta-Reporte TO ARC-Ruta-Reporte
            CALL "ArchivarReporte" USING ARC-Parametros
            IF ARC-Estado = 0 THEN
               DISPLAY "Reporte archivado en "
                  FUNCTION TRIM(ARC-Ruta-Archivo)
            ELSE
               DISPLAY "Aviso: no se pudo archivar el reporte "
                  "(estado " ARC-Estado "), queda solo la copia "
                  "fija de esta corrida."
            END-IF
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD15.
            EXIT.
       END PROGRAM ActividadOperadores.
