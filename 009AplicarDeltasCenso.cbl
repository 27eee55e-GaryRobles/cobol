            en una sola corrida, con un reporte de aplicadas y
            rechazadas y el motivo de cada rechazo. Reemplaza el
            tipeo manual de cada correccion en MantenimientoCiudades
            cuando el INE publica cientos de cambios a la vez. Un
            alta o modificacion cuyo CodigoINE no verifica su digito
            verificador (DIGITOINE) se rechaza; la baja no se
            controla, para poder retirar un codigo malo.
            Control de plausibilidad: cada modificacion se compara
            con la ultima foto del historial de censos anterior al
            anio de censo (o, sin foto, con la cifra del maestro) y
            con la proyeccion de la ultima corrida de
            ProyeccionCenso. Si la cifra nueva se desvia de todas
            las referencias disponibles en mas que la tolerancia
            (DELTAS_TOLERANCIA, en porcentaje, 30 por defecto), la
            transaccion no toca el maestro: queda retenida en el
            archivo de retenidas con la cifra anterior, la foto
            base, la proyeccion y los desvios. Un supervisor las
            libera o rechaza con RevisarRetenidas, y al comienzo de
            la corrida siguiente las liberadas se aplican aqui con
            el journal, la foto del historial y el registro de
            control de siempre. El reporte cuenta las retenidas y
            las liberadas aparte de las aplicadas y rechazadas.
            Un archivo de deltas que la bitacora de aplicadas ya
            registra como recorrido completo no se vuelve a
            procesar (la corrida nocturna lo encuentra igual cuando
            no hubo publicacion nueva del INE): solo se aplican las
            retenidas liberadas.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
      * ReporteCrecimientoCenso pueda comparar censos. El anio se
      * toma de CENSO_ANIO o del anio de la fecha actual; la ruta de
      * CIUDADES_HISTORIAL_DD. Mismo esquema que en
      * MantenimientoCiudades. ACCESS MODE IS DYNAMIC: el control
      * de plausibilidad recorre las fotos de la ciudad (START +
      * READ NEXT) para hallar la ultima anterior al anio de censo.
       SELECT ArchivoHistorialCenso ASSIGN TO WS-Ruta-Historial
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HC-Clave
         FILE STATUS IS WS-Estado-Historial.

         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * Retenidas por plausibilidad: cada modificacion que se sale
      * de la tolerancia queda aqui (estado 'P') en vez de aplicarse,
      * hasta que un supervisor la libera ('L') o la rechaza ('R')
      * con RevisarRetenidas. Las liberadas se aplican al comienzo
      * de la corrida siguiente y quedan 'X' (o 'F' si no se
      * pudieron aplicar). La ruta se toma de CIUDADES_RETENIDAS_DD.
       SELECT ArchivoRetenidas ASSIGN TO WS-Ruta-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Retenidas.

      * Archivo de trabajo para reescribir las retenidas con los
      * estados nuevos (LINE SEQUENTIAL no se reescribe en el
      * lugar), mismo esquema que AprobarPendientes.
       SELECT ArchivoTrabajoRetenidas
         ASSIGN TO WS-Ruta-Trabajo-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo-Retenidas.

      * Datos de la ultima corrida de ProyeccionCenso (un registro
      * por ciudad), segunda referencia del control de
      * plausibilidad. Es opcional: sin ella se compara solo contra
      * el historial. La ruta es la entrada PROYECCION del perfil,
      * la misma que graba ProyeccionCenso.
       SELECT ArchivoProyeccion ASSIGN TO WS-Ruta-Proyeccion
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Proyeccion.

      * Registro de control para el balanceo batch: al terminar la
      * corrida se recuentan los registros del maestro y el total de
      * NroHabitantesCenso y se graban aqui, para que los programas
          02 CR-Operador            PIC X(20).
          02 CR-Ciudades            PIC 9(7).

      * Transaccion retenida: la transaccion completa tal como vino
      * en el archivo de deltas, con las cifras que la retuvieron.
      * Desvios en porcentaje con un decimal, el signo aparte.
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

       FD ArchivoTrabajoRetenidas.
       01 RegistroTrabajoRetenida   PIC X(254).

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

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
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
       01 WS-Fin-Deltas             PIC X          VALUE 'N'.
       01 WS-Transaccion-Valida     PIC X          VALUE 'S'.
       01 WS-Motivo-Rechazo         PIC X(80)      VALUE SPACES.
       01 WS-Aplicadas-Previamente  PIC 9(7)       VALUE 0.
       01 WS-Previas-Edit           PIC ZZZZZZ9.
       01 WS-Fin-Aplicadas          PIC X          VALUE 'N'.
       01 WS-Deltas-Procesado       PIC X          VALUE 'N'.
       01 WS-Transacciones-Leidas   PIC 9(7)       VALUE 0.
       01 WS-Altas-Aplicadas        PIC 9(7)       VALUE 0.
       01 WS-Modificaciones-Aplicadas PIC 9(7)     VALUE 0.
       01 WS-Conteo-Registros       PIC 9(7)       VALUE 0.
       01 WS-Conteo-Habitantes      PIC 9(12)      VALUE 0.
       01 WS-Fin-Conteo             PIC X          VALUE 'N'.
      * Control de plausibilidad y archivo de retenidas.
       01 WS-Ruta-Retenidas         PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS.DAT".
       01 WS-Env-Ruta-Retenidas     PIC X(100)     VALUE SPACES.
       01 WS-Estado-Retenidas       PIC XX         VALUE "00".
       01 WS-Retenidas-Abierto      PIC X          VALUE 'N'.
       01 WS-Ruta-Trabajo-Retenidas PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS_TRABAJO.DAT".
       01 WS-Estado-Trabajo-Retenidas PIC XX       VALUE "00".
       01 WS-Fin-Retenidas          PIC X          VALUE 'N'.
       01 WS-Hubo-Liberadas         PIC X          VALUE 'N'.
       01 WS-Aplicando-Liberada     PIC X          VALUE 'N'.
       01 WS-Liberada-Aplicada      PIC X          VALUE 'N'.
       01 WS-Ruta-Proyeccion        PIC X(100)
               VALUE "/home/gary/CIUDADES_PROYECCION.DAT".
       01 WS-Estado-Proyeccion      PIC XX         VALUE "00".
       01 WS-Fin-Proyeccion         PIC X          VALUE 'N'.
       01 WS-Env-Tolerancia         PIC X(10)      VALUE SPACES.
       01 WS-Tolerancia             PIC 9(3)       VALUE 30.
       01 WS-Tolerancia-Edit        PIC ZZ9.
       01 WS-Retener                PIC X          VALUE 'N'.
       01 WS-Fin-Fotos              PIC X          VALUE 'N'.
       01 WS-Habitantes-Nuevos      PIC 9(7)       VALUE 0.
       01 WS-Referencia             PIC 9(7)       VALUE 0.
       01 WS-Desvio                 PIC S9(9)V9    VALUE 0.
       01 WS-Desvio-Signo           PIC X          VALUE SPACE.
       01 WS-Desvio-Absoluto        PIC 9(5)V9     VALUE 0.
       01 WS-Fuera-Tolerancia       PIC X          VALUE 'N'.
       01 WS-Referencias-Usadas     PIC 9          VALUE 0.
       01 WS-Referencias-Fuera      PIC 9          VALUE 0.
       01 WS-Cifra-Edit             PIC Z,ZZZ,ZZ9.
       01 WS-Anterior-Edit          PIC Z,ZZZ,ZZ9.
       01 WS-Base-Edit              PIC Z,ZZZ,ZZ9.
       01 WS-Proyectado-Edit        PIC Z,ZZZ,ZZ9.
       01 WS-Desvio-Base-Edit       PIC +++++9.9.
       01 WS-Desvio-Proy-Edit       PIC +++++9.9.
       01 WS-Transacciones-Retenidas PIC 9(7)      VALUE 0.
       01 WS-Liberadas-Aplicadas    PIC 9(7)       VALUE 0.
       01 WS-Liberadas-Fallidas     PIC 9(7)       VALUE 0.
       01 WS-Retenidas-Edit         PIC ZZZZZZ9.
       01 WS-Liberadas-Edit         PIC ZZZZZZ9.
       01 WS-Fallidas-Edit          PIC ZZZZZZ9.
      * Proyeccion de la ultima corrida de ProyeccionCenso, cargada
      * una vez al inicio; 5000 ciudades cubren de sobra el archivo
      * nacional, las excedentes quedan sin proyeccion y se avisa.
       01 WS-Tabla-Proyeccion.
          02 WS-Proy-Entrada OCCURS 5000 TIMES.
             03 WS-Proy-Codigo      PIC X(17).
             03 WS-Proy-Anio        PIC X(4).
             03 WS-Proy-Cifra       PIC 9(7).
       01 WS-Total-Proyeccion       PIC 9(4)       VALUE 0.
       01 WS-Indice-Proyeccion      PIC 9(4)       VALUE 0.
       01 WS-Proyeccion-Excedida    PIC X          VALUE 'N'.
      * Codigo de retorno de una falla que no corta la corrida (el
      * registro de control o la reescritura de las retenidas). Se
      * pasa a RETURN-CODE recien al final, porque cada CALL
      * posterior (ArchivarReporte, BloqueoMaestro) lo pisa.
       01 WS-Retorno-Final          PIC 9          VALUE 0.
      * Parametros del subprograma BloqueoMaestro: coordinacion de
      * acceso al maestro entre el mantenimiento en linea y los
      * procesos batch (tipo 'E' exclusivo para actualizar, 'C'
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
            PERFORM MOD22-APLICAR-LIBERADAS THRU FIN-MD22
            PERFORM MOD24-ABRIR-RETENIDAS THRU FIN-MD24
            PERFORM MOD2-TRATAMIENTO UNTIL WS-Fin-Deltas = 'S'
            PERFORM MOD25-REGISTRAR-FIN THRU FIN-MD25
            PERFORM MOD8-RESUMEN THRU FIN-MD8
            PERFORM MOD10-GRABAR-CONTROL THRU FIN-MD10
            CLOSE ArchivoDeltas
               CLOSE ArchivoMunicipios
            END-IF
            CLOSE ArchivoHistorialCenso
            IF WS-Retenidas-Abierto = 'S' THEN
               CLOSE ArchivoRetenidas
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD19-ARCHIVAR-REPORTE THRU FIN-MD19
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            MOVE WS-Retorno-Final TO RETURN-CODE
            STOP RUN.

       MOD1-INICIALIZACION.
            END-READ
            CLOSE ArchivoDeltas
            PERFORM MOD15-PREPARAR-LOG THRU FIN-MD15
      * Archivo ya recorrido completo: el ciclo principal no lee
      * nada y solo se aplican las retenidas liberadas.
            IF WS-Deltas-Procesado = 'S' THEN
               MOVE 'S' TO WS-Fin-Deltas
            END-IF
            OPEN INPUT ArchivoDeltas
            IF WS-Estado-Deltas NOT = "00" THEN
               DISPLAY "No se pudo reabrir ArchivoDeltas, estado "
               DISPLAY "AVISO: el anio de censo " WS-Anio-Censo
                  " ya esta cerrado; las fotos de esta corrida son "
                  "correcciones tardias."
            END-IF
            IF WS-Deltas-Procesado = 'S' THEN
               MOVE SPACES TO WS-Linea-Reporte
               STRING "El archivo de deltas ya se proceso completo "
                  DELIMITED BY SIZE
                  "segun la bitacora de aplicadas; no se vuelve a "
                  DELIMITED BY SIZE
                  "aplicar." DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            PERFORM MOD23-PREPARAR-PLAUSIBILIDAD THRU FIN-MD23.

       MOD2-TRATAMIENTO.
            READ ArchivoDeltas
                  IF WS-Transaccion-Valida = 'S' THEN
                     EVALUATE TR-TipoTransaccion
                        WHEN 'A' PERFORM MOD4-ALTA THRU FIN-MD4
      * Una modificacion que rompe la tendencia de la ciudad queda
      * retenida para el supervisor en vez de tocar el maestro.
                        WHEN 'M'
                           PERFORM MOD20-EVALUAR-PLAUSIBILIDAD
                              THRU FIN-MD20
                           IF WS-Retener = 'S' THEN
                              PERFORM MOD21-RETENER THRU FIN-MD21
                           ELSE
                              PERFORM MOD5-MODIFICACION THRU FIN-MD5
                           END-IF
                        WHEN 'B' PERFORM MOD6-BAJA THRU FIN-MD6
                     END-EVALUATE
                  ELSE
               MOVE "CodigoINE en blanco" TO WS-Texto-Motivo
               PERFORM MOD3B-AGREGAR-MOTIVO THRU FIN-MD3B
            END-IF
      * El alta y la modificacion graban el registro con su codigo,
      * que debe verificar; la baja no, para poder retirar un codigo
      * malo del maestro.
            IF (TR-TipoTransaccion = 'A' OR TR-TipoTransaccion = 'M')
               AND TR-CodigoINE NOT = SPACES THEN
               MOVE 1 TO DVI-Modo
               MOVE TR-CodigoINE TO DVI-Codigo
               CALL "DIGITOINE" USING DVI-Parametros
               IF DVI-Estado NOT = 0 OR DVI-Valido NOT = 'S' THEN
                  MOVE 'N' TO WS-Transaccion-Valida
                  MOVE "CodigoINE: digito verificador invalido"
                     TO WS-Texto-Motivo
                  PERFORM MOD3B-AGREGAR-MOTIVO THRU FIN-MD3B
               END-IF
            END-IF
            IF TR-TipoTransaccion = 'A' OR TR-TipoTransaccion = 'M'
               THEN
               IF TR-NombreCiudad = SPACES THEN
                           TO WS-Motivo-Rechazo
                        PERFORM MOD7-RECHAZAR THRU FIN-MD7
                     NOT INVALID KEY
                        IF WS-Aplicando-Liberada = 'S' THEN
                           ADD 1 TO WS-Liberadas-Aplicadas
                           MOVE 'S' TO WS-Liberada-Aplicada
                        ELSE
                           ADD 1 TO WS-Modificaciones-Aplicadas
                        END-IF
                        MOVE 'M' TO WS-Tipo-Operacion
                        MOVE DetallesCiudad TO WS-Imagen-Nueva
                        PERFORM MOD14-REGISTRAR-JOURNAL THRU FIN-MD14
       FIN-MD6.
            EXIT.

      * Una retenida liberada que ya no se puede aplicar no es un
      * rechazo del archivo de deltas de hoy: se cuenta y se informa
      * aparte, y queda 'F' en el archivo de retenidas. Un rechazo
      * del archivo de deltas se confirma en la bitacora como
      * procesado, para que una rerun no lo vuelva a rechazar.
       MOD7-RECHAZAR.
            IF WS-Aplicando-Liberada = 'S' THEN
               ADD 1 TO WS-Liberadas-Fallidas
               MOVE SPACES TO WS-Linea-Reporte
               STRING "LIBERADA NO APLICADA " DELIMITED BY SIZE
                  TR-TipoTransaccion DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TR-CodigoINE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-Motivo-Rechazo DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
               GO TO FIN-MD7
            END-IF
            ADD 1 TO WS-Transacciones-Rechazadas
            MOVE SPACES TO WS-Linea-Reporte
            STRING "RECHAZADA " DELIMITED BY SIZE
               WS-Motivo-Rechazo DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD16-REGISTRAR-APLICADA THRU FIN-MD16.
       FIN-MD7.
            EXIT.

      * Los contadores de altas/modificaciones/bajas son lo aplicado
      * EN ESTA corrida; lo que ya habia confirmado una corrida
      * interrumpida del mismo archivo se informa aparte. Las
      * retenidas y las liberadas de corridas anteriores van en una
      * segunda linea, separadas de aplicadas y rechazadas.
       MOD8-RESUMEN.
            MOVE WS-Transacciones-Leidas TO WS-Leidas-Edit
            MOVE WS-Altas-Aplicadas TO WS-Altas-Edit
               " Modificaciones: " WS-Modificaciones-Aplicadas
               " Bajas: " WS-Bajas-Aplicadas
               " Rechazadas: " WS-Transacciones-Rechazadas
               " Aplicadas previamente: " WS-Aplicadas-Previamente
            MOVE WS-Tolerancia TO WS-Tolerancia-Edit
            MOVE WS-Transacciones-Retenidas TO WS-Retenidas-Edit
            MOVE WS-Liberadas-Aplicadas TO WS-Liberadas-Edit
            MOVE WS-Liberadas-Fallidas TO WS-Fallidas-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Plausibilidad: tolerancia=" DELIMITED BY SIZE
               WS-Tolerancia-Edit DELIMITED BY SIZE
               "% retenidas=" DELIMITED BY SIZE
               WS-Retenidas-Edit DELIMITED BY SIZE
               " liberadas-aplicadas=" DELIMITED BY SIZE
               WS-Liberadas-Edit DELIMITED BY SIZE
               " liberadas-no-aplicadas=" DELIMITED BY SIZE
               WS-Fallidas-Edit DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            DISPLAY "Retenidas por plausibilidad: "
               WS-Transacciones-Retenidas
               " Liberadas aplicadas: " WS-Liberadas-Aplicadas
               " Liberadas no aplicadas: " WS-Liberadas-Fallidas.
       FIN-MD8.
            EXIT.

            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "No se pudo grabar el registro de control, "
                  "estado " WS-Estado-Control
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD10
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "No se pudo escribir el registro de control, "
                  "estado " WS-Estado-Control
               MOVE 1 TO WS-Retorno-Final
            END-IF
            CLOSE ArchivoControl.
       FIN-MD10.
      * Prepara la bitacora de aplicadas. Si la bitacora existente
      * tiene como cabecera la huella de ESTE archivo de deltas, la
      * corrida es una rerun: se toma la secuencia mas alta
      * confirmada para saltear hasta ahi, y si ademas tiene la
      * linea 'F' el archivo ya se recorrio completo y no se vuelve
      * a procesar (la bitacora queda como esta). Con otra huella
      * (u otra version del layout) la bitacora arranca de cero con
      * la cabecera nueva. En cualquier caso queda abierta en EXTEND
      * para ir confirmando transaccion por transaccion. Al
      * terminar de recorrer el archivo se agrega una linea 'F' (ver
      * MOD25), que RecepcionPublicacionINE exige antes de pisar el
      * archivo de deltas con una publicacion nueva.
       MOD15-PREPARAR-LOG.
            ACCEPT WS-Env-Ruta-Aplicadas FROM ENVIRONMENT
               "CIUDADES_DELTAS_LOG_DD"
                                    MOVE AP-Secuencia
                                       TO WS-Ultima-Aplicada
                                 END-IF
                                 IF AP-Tipo = 'F' THEN
                                    MOVE 'S' TO WS-Deltas-Procesado
                                 END-IF
                           END-READ
                        END-PERFORM
                     END-IF
               END-READ
               CLOSE ArchivoAplicadas
            END-IF
            EVALUATE TRUE
               WHEN WS-Deltas-Procesado = 'S'
                  DISPLAY "El archivo de deltas ya se proceso completo "
                     "segun la bitacora; no se vuelve a aplicar."
                  OPEN EXTEND ArchivoAplicadas
               WHEN WS-Ultima-Aplicada > 0
                  DISPLAY "Rerun detectada: la bitacora confirma "
                     WS-Ultima-Aplicada " transacciones de este mismo "
                     "archivo de deltas; se continua desde alli."
                  OPEN EXTEND ArchivoAplicadas
               WHEN OTHER
                  OPEN OUTPUT ArchivoAplicadas
                  IF WS-Estado-Aplicadas = "00" THEN
                     MOVE 'H' TO AP-Tipo
                     MOVE 0 TO AP-Secuencia
                     MOVE FUNCTION CURRENT-DATE
                        TO WS-Fecha-Hora-Actual
                     MOVE WS-Fecha-Hora-Actual TO AP-FechaHora
                     MOVE WS-Huella-Deltas TO AP-Huella
                     WRITE RegistroAplicada
                  END-IF
            END-EVALUATE
            IF WS-Estado-Aplicadas NOT = "00" THEN
               DISPLAY "No se pudo abrir la bitacora de aplicadas, "
                  "estado " WS-Estado-Aplicadas

      * Confirma en la bitacora la transaccion recien aplicada al
      * maestro, con su numero de secuencia dentro del archivo de
      * deltas y la imagen aplicada. Una retenida o una rechazada
      * tambien se confirma, para que una rerun no la procese dos
      * veces; una liberada no, porque no pertenece al archivo de
      * deltas de esta corrida (su rastro es el estado 'X' en las
      * retenidas).
       MOD16-REGISTRAR-APLICADA.
            IF WS-Aplicando-Liberada = 'S' THEN
               GO TO FIN-MD16
            END-IF
            MOVE 'D' TO AP-Tipo
            MOVE WS-Transacciones-Leidas TO AP-Secuencia
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            END-DELETE.
       FIN-MD18.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD19-ARCHIVAR-REPORTE.
            MOVE "DELTAS" TO ARC-Tipo
            MOVE "AplicarDeltasCenso" TO ARC-Programa
            MOVE "/home/gary/CIUDADES_DELTAS_REPORTE.DAT"
               TO ARC-Ruta-Reporte
            CALL "ArchivarReporte" USING ARC-Parametros
            IF ARC-Estado = 0 THEN
               DISPLAY "Reporte archivado en "
                  FUNCTION TRIM(ARC-Ruta-Archivo)
            ELSE
               DISPLAY "Aviso: no se pudo archivar el reporte "
                  "(estado " ARC-Estado "), queda solo la copia "
                  "fija de esta corrida."
            END-IF.
       FIN-MD19.
            EXIT.

      * Control de plausibilidad de una modificacion: la cifra nueva
      * (urbano + rural) se compara con la ultima foto del historial
      * anterior al anio de censo (sin foto, con la cifra del
      * maestro) y con la proyeccion de la ciudad. Se retiene solo
      * si se sale de la tolerancia contra TODAS las referencias
      * disponibles; una ciudad sin referencias, o cuya cifra no
      * cambia, no se retiene. Las cifras quedan en los campos RT-
      * para MOD21-RETENER. Si la ciudad no esta en el maestro no
      * hay nada que controlar: MOD5 la rechaza.
       MOD20-EVALUAR-PLAUSIBILIDAD.
            MOVE 'N' TO WS-Retener
            MOVE 0 TO WS-Referencias-Usadas
            MOVE 0 TO WS-Referencias-Fuera
            MOVE 0 TO RT-Anterior
            MOVE 0 TO RT-Base
            MOVE 0 TO RT-Proyectado
            MOVE 0 TO RT-Desvio-Base
            MOVE 0 TO RT-Desvio-Proy
            MOVE SPACES TO RT-AnioBase
            MOVE SPACES TO RT-AnioProyectado
            MOVE SPACE TO RT-Desvio-Base-Signo
            MOVE SPACE TO RT-Desvio-Proy-Signo
            MOVE WS-Tolerancia TO RT-Tolerancia
            COMPUTE WS-Habitantes-Nuevos =
               TR-NroHabitantesUrbano + TR-NroHabitantesRural
            MOVE WS-Habitantes-Nuevos TO RT-Nueva
            MOVE TR-CodigoINE TO CodigoINE
            READ ArchivoCiudades
               KEY IS CodigoINE
               INVALID KEY
                  GO TO FIN-MD20
            END-READ
            IF NroHabitantesCenso NUMERIC THEN
               MOVE NroHabitantesCenso TO RT-Anterior
            END-IF
            IF WS-Habitantes-Nuevos = RT-Anterior THEN
               GO TO FIN-MD20
            END-IF
            MOVE RT-Anterior TO RT-Base
            MOVE TR-CodigoINE TO HC-CodigoINE
            MOVE LOW-VALUES TO HC-AnioCenso
            MOVE 'N' TO WS-Fin-Fotos
            START ArchivoHistorialCenso KEY IS NOT LESS THAN HC-Clave
               INVALID KEY
                  MOVE 'S' TO WS-Fin-Fotos
            END-START
            PERFORM MOD20B-LEER-FOTO THRU FIN-MD20B
               UNTIL WS-Fin-Fotos = 'S'
            IF RT-Base > 0 THEN
               MOVE RT-Base TO WS-Referencia
               PERFORM MOD20D-CALCULAR-DESVIO THRU FIN-MD20D
               MOVE WS-Desvio-Signo TO RT-Desvio-Base-Signo
               MOVE WS-Desvio-Absoluto TO RT-Desvio-Base
            END-IF
            PERFORM MOD20C-BUSCAR-PROYECCION THRU FIN-MD20C
               VARYING WS-Indice-Proyeccion FROM 1 BY 1
               UNTIL WS-Indice-Proyeccion > WS-Total-Proyeccion
                  OR RT-AnioProyectado NOT = SPACES
            IF RT-Proyectado > 0 THEN
               MOVE RT-Proyectado TO WS-Referencia
               PERFORM MOD20D-CALCULAR-DESVIO THRU FIN-MD20D
               MOVE WS-Desvio-Signo TO RT-Desvio-Proy-Signo
               MOVE WS-Desvio-Absoluto TO RT-Desvio-Proy
            END-IF
            IF WS-Referencias-Usadas > 0 AND
               WS-Referencias-Fuera = WS-Referencias-Usadas THEN
               MOVE 'S' TO WS-Retener
            END-IF.
       FIN-MD20.
            EXIT.

      * Las fotos salen en orden de clave (CodigoINE + anio): la
      * ultima de la ciudad con anio menor al de censo es la base.
       MOD20B-LEER-FOTO.
            READ ArchivoHistorialCenso NEXT RECORD
               AT END
                  MOVE 'S' TO WS-Fin-Fotos
            END-READ
            IF WS-Fin-Fotos = 'S' THEN
               GO TO FIN-MD20B
            END-IF
            IF HC-CodigoINE NOT = TR-CodigoINE OR
               HC-AnioCenso NOT < WS-Anio-Censo THEN
               MOVE 'S' TO WS-Fin-Fotos
               GO TO FIN-MD20B
            END-IF
            IF HC-NroHabitantesCenso NUMERIC THEN
               MOVE HC-AnioCenso TO RT-AnioBase
               MOVE HC-NroHabitantesCenso TO RT-Base
            END-IF.
       FIN-MD20B.
            EXIT.

       MOD20C-BUSCAR-PROYECCION.
            IF WS-Proy-Codigo(WS-Indice-Proyeccion) = TR-CodigoINE
               THEN
               MOVE WS-Proy-Anio(WS-Indice-Proyeccion)
                  TO RT-AnioProyectado
               MOVE WS-Proy-Cifra(WS-Indice-Proyeccion)
                  TO RT-Proyectado
            END-IF.
       FIN-MD20C.
            EXIT.

      * Desvio porcentual de la cifra nueva contra WS-Referencia,
      * con un decimal; el signo va aparte y un desvio que no cabe
      * en el campo se deja en el maximo.
       MOD20D-CALCULAR-DESVIO.
            ADD 1 TO WS-Referencias-Usadas
            COMPUTE WS-Desvio ROUNDED =
               (WS-Habitantes-Nuevos - WS-Referencia) * 100
               / WS-Referencia
            MOVE '+' TO WS-Desvio-Signo
            IF WS-Desvio < 0 THEN
               MOVE '-' TO WS-Desvio-Signo
               COMPUTE WS-Desvio = 0 - WS-Desvio
            END-IF
            IF WS-Desvio > 99999.9 THEN
               MOVE 99999.9 TO WS-Desvio-Absoluto
            ELSE
               MOVE WS-Desvio TO WS-Desvio-Absoluto
            END-IF
            IF WS-Desvio > WS-Tolerancia THEN
               ADD 1 TO WS-Referencias-Fuera
            END-IF.
       FIN-MD20D.
            EXIT.

      * Graba la modificacion en el archivo de retenidas (estado
      * 'P') con las cifras que dejo MOD20 y la confirma en la
      * bitacora. Si no hay archivo de retenidas donde dejarla, la
      * transaccion se rechaza: el maestro no se toca sin control.
       MOD21-RETENER.
            IF WS-Retenidas-Abierto NOT = 'S' THEN
               MOVE "Fuera de tolerancia y sin archivo de retenidas"
                  TO WS-Motivo-Rechazo
               PERFORM MOD7-RECHAZAR THRU FIN-MD7
               GO TO FIN-MD21
            END-IF
            MOVE 'P' TO RT-Estado
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO RT-FechaHora
            ACCEPT WS-Env-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF WS-Env-Corrida NUMERIC THEN
               MOVE WS-Env-Corrida TO RT-Corrida
            ELSE
               MOVE "00000" TO RT-Corrida
            END-IF
            MOVE WS-Transacciones-Leidas TO RT-Secuencia
            MOVE RegistroDelta TO RT-Transaccion
            MOVE SPACES TO RT-Supervisor
            MOVE SPACES TO RT-FechaDecision
            MOVE SPACES TO RT-Comentario
            MOVE SPACES TO RT-FechaAplicacion
            WRITE RegistroRetenida
            IF WS-Estado-Retenidas NOT = "00" THEN
               DISPLAY "Aviso: no se pudo grabar la retenida, "
                  "estado " WS-Estado-Retenidas
               MOVE "Fuera de tolerancia y no se pudo retener"
                  TO WS-Motivo-Rechazo
               PERFORM MOD7-RECHAZAR THRU FIN-MD7
               GO TO FIN-MD21
            END-IF
            ADD 1 TO WS-Transacciones-Retenidas
            PERFORM MOD16-REGISTRAR-APLICADA THRU FIN-MD16
            MOVE WS-Tolerancia TO WS-Tolerancia-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "RETENIDA " DELIMITED BY SIZE
               TR-TipoTransaccion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-CodigoINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-NombreCiudad DELIMITED BY SIZE
               " - fuera de la tolerancia de " DELIMITED BY SIZE
               WS-Tolerancia-Edit DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            PERFORM MOD21B-LINEA-CIFRAS THRU FIN-MD21B.
       FIN-MD21.
            EXIT.

      * Segunda linea de la retenida: cifra anterior, nueva, base
      * (anio de la foto o "maestro") y proyeccion con sus desvios.
       MOD21B-LINEA-CIFRAS.
            MOVE RT-Anterior TO WS-Anterior-Edit
            MOVE RT-Nueva TO WS-Cifra-Edit
            MOVE RT-Base TO WS-Base-Edit
            IF RT-Desvio-Base-Signo = '-' THEN
               COMPUTE WS-Desvio-Base-Edit = 0 - RT-Desvio-Base
            ELSE
               MOVE RT-Desvio-Base TO WS-Desvio-Base-Edit
            END-IF
            MOVE RT-Proyectado TO WS-Proyectado-Edit
            IF RT-Desvio-Proy-Signo = '-' THEN
               COMPUTE WS-Desvio-Proy-Edit = 0 - RT-Desvio-Proy
            ELSE
               MOVE RT-Desvio-Proy TO WS-Desvio-Proy-Edit
            END-IF
            MOVE SPACES TO WS-Linea-Reporte
            IF RT-AnioBase = SPACES THEN
               STRING "   anterior=" DELIMITED BY SIZE
                  WS-Anterior-Edit DELIMITED BY SIZE
                  " nueva=" DELIMITED BY SIZE
                  WS-Cifra-Edit DELIMITED BY SIZE
                  " base maestro=" DELIMITED BY SIZE
                  WS-Base-Edit DELIMITED BY SIZE
                  " desvio=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Desvio-Base-Edit) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING "   anterior=" DELIMITED BY SIZE
                  WS-Anterior-Edit DELIMITED BY SIZE
                  " nueva=" DELIMITED BY SIZE
                  WS-Cifra-Edit DELIMITED BY SIZE
                  " base " DELIMITED BY SIZE
                  RT-AnioBase DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  WS-Base-Edit DELIMITED BY SIZE
                  " desvio=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Desvio-Base-Edit) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            IF RT-AnioProyectado = SPACES THEN
               STRING FUNCTION TRIM(WS-Linea-Reporte TRAILING)
                  DELIMITED BY SIZE
                  " proyeccion=sin datos" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            ELSE
               STRING FUNCTION TRIM(WS-Linea-Reporte TRAILING)
                  DELIMITED BY SIZE
                  " proyeccion " DELIMITED BY SIZE
                  RT-AnioProyectado DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  WS-Proyectado-Edit DELIMITED BY SIZE
                  " desvio=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Desvio-Proy-Edit) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
            END-IF
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD21B.
            EXIT.

      * Antes de procesar el archivo de deltas se aplican las
      * retenidas que un supervisor libero con RevisarRetenidas
      * desde la corrida anterior: cada 'L' se revalida y se aplica
      * con MOD5 (journal, foto del historial y luego el registro de
      * control de siempre) y queda 'X', o 'F' si ya no se pudo.
      * El archivo se copia al de trabajo con los estados nuevos y
      * se reescribe, como en AprobarPendientes; corre bajo el
      * bloqueo exclusivo que ya tomo MOD1, asi RevisarRetenidas no
      * lo puede tocar a la vez.
       MOD22-APLICAR-LIBERADAS.
            MOVE 'N' TO WS-Hubo-Liberadas
            OPEN INPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               GO TO FIN-MD22
            END-IF
            OPEN OUTPUT ArchivoTrabajoRetenidas
            IF WS-Estado-Trabajo-Retenidas NOT = "00" THEN
               DISPLAY "Aviso: no se pudo abrir el archivo de trabajo "
                  "de retenidas, estado " WS-Estado-Trabajo-Retenidas
                  "; las liberadas se aplicaran en la proxima corrida."
               CLOSE ArchivoRetenidas
               GO TO FIN-MD22
            END-IF
            MOVE 'N' TO WS-Fin-Retenidas
            PERFORM MOD22B-LEER-RETENIDA THRU FIN-MD22B
               UNTIL WS-Fin-Retenidas = 'S'
            CLOSE ArchivoRetenidas
            CLOSE ArchivoTrabajoRetenidas
            IF WS-Hubo-Liberadas = 'S' THEN
               PERFORM MOD22D-REESCRIBIR-RETENIDAS THRU FIN-MD22D
            END-IF.
       FIN-MD22.
            EXIT.

       MOD22B-LEER-RETENIDA.
            READ ArchivoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Retenidas
            END-READ
            IF WS-Fin-Retenidas = 'S' THEN
               GO TO FIN-MD22B
            END-IF
            IF RT-Estado = 'L' THEN
               PERFORM MOD22C-APLICAR-LIBERADA THRU FIN-MD22C
            END-IF
            WRITE RegistroTrabajoRetenida FROM RegistroRetenida.
       FIN-MD22B.
            EXIT.

      * La transaccion liberada pasa por las mismas validaciones y
      * por MOD5 como si viniera en el archivo de deltas; el
      * indicador WS-Aplicando-Liberada separa sus contadores y
      * evita confirmarla en la bitacora de este archivo.
       MOD22C-APLICAR-LIBERADA.
            MOVE 'S' TO WS-Hubo-Liberadas
            MOVE 'S' TO WS-Aplicando-Liberada
            MOVE 'N' TO WS-Liberada-Aplicada
            MOVE RT-Transaccion TO RegistroDelta
            PERFORM MOD3-VALIDAR-TRANSACCION THRU FIN-MD3
            IF WS-Transaccion-Valida = 'S' THEN
               PERFORM MOD5-MODIFICACION THRU FIN-MD5
            ELSE
               PERFORM MOD7-RECHAZAR THRU FIN-MD7
            END-IF
            MOVE 'N' TO WS-Aplicando-Liberada
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO RT-FechaAplicacion
            IF WS-Liberada-Aplicada = 'S' THEN
               MOVE 'X' TO RT-Estado
               MOVE SPACES TO WS-Linea-Reporte
               STRING "LIBERADA APLICADA " DELIMITED BY SIZE
                  TR-TipoTransaccion DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TR-CodigoINE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TR-NombreCiudad DELIMITED BY SIZE
                  " - retenida el " DELIMITED BY SIZE
                  RT-FechaHora(1:8) DELIMITED BY SIZE
                  ", liberada por " DELIMITED BY SIZE
                  RT-Supervisor DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            ELSE
               MOVE 'F' TO RT-Estado
            END-IF.
       FIN-MD22C.
            EXIT.

       MOD22D-REESCRIBIR-RETENIDAS.
            OPEN INPUT ArchivoTrabajoRetenidas
            IF WS-Estado-Trabajo-Retenidas NOT = "00" THEN
               DISPLAY "No se pudo reabrir el archivo de trabajo de "
                  "retenidas, estado " WS-Estado-Trabajo-Retenidas
                  ". Las liberadas ya aplicadas siguen figurando "
                  "como liberadas."
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD22D
            END-IF
            OPEN OUTPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               DISPLAY "No se pudo reescribir el archivo de "
                  "retenidas, estado " WS-Estado-Retenidas
                  ". Las liberadas ya aplicadas siguen figurando "
                  "como liberadas."
               CLOSE ArchivoTrabajoRetenidas
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD22D
            END-IF
            MOVE 'N' TO WS-Fin-Retenidas
            PERFORM MOD22E-COPIAR-TRABAJO THRU FIN-MD22E
               UNTIL WS-Fin-Retenidas = 'S'
            CLOSE ArchivoTrabajoRetenidas
            CLOSE ArchivoRetenidas.
       FIN-MD22D.
            EXIT.

       MOD22E-COPIAR-TRABAJO.
            READ ArchivoTrabajoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Retenidas
               NOT AT END
                  WRITE RegistroRetenida FROM RegistroTrabajoRetenida
            END-READ.
       FIN-MD22E.
            EXIT.

      * Prepara el control de plausibilidad: rutas de las retenidas,
      * tolerancia (DELTAS_TOLERANCIA, porcentaje entero; 30 si no
      * esta o no es valida) y la tabla de proyecciones. Sin
      * proyeccion se avisa y se compara solo contra el historial.
       MOD23-PREPARAR-PLAUSIBILIDAD.
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
            ACCEPT WS-Env-Tolerancia FROM ENVIRONMENT
               "DELTAS_TOLERANCIA"
            IF WS-Env-Tolerancia NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Env-Tolerancia) = 0 AND
                  FUNCTION NUMVAL(WS-Env-Tolerancia) >= 0 AND
                  FUNCTION NUMVAL(WS-Env-Tolerancia) < 1000 THEN
                  COMPUTE WS-Tolerancia =
                     FUNCTION NUMVAL(WS-Env-Tolerancia)
               ELSE
                  DISPLAY "DELTAS_TOLERANCIA '"
                     FUNCTION TRIM(WS-Env-Tolerancia)
                     "' no es un porcentaje valido, se usa "
                     WS-Tolerancia "%."
               END-IF
            END-IF
            MOVE "PROYECCION" TO PRF-Nombre
            MOVE WS-Ruta-Proyeccion TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Proyeccion
            MOVE 0 TO WS-Total-Proyeccion
            OPEN INPUT ArchivoProyeccion
            IF WS-Estado-Proyeccion = "00" THEN
               MOVE 'N' TO WS-Fin-Proyeccion
               PERFORM MOD23B-CARGAR-PROYECCION THRU FIN-MD23B
                  UNTIL WS-Fin-Proyeccion = 'S'
               CLOSE ArchivoProyeccion
            ELSE
               DISPLAY "Aviso: no hay proyeccion de ProyeccionCenso "
                  "(estado " WS-Estado-Proyeccion "); el control de "
                  "plausibilidad compara solo contra el historial."
            END-IF
            IF WS-Proyeccion-Excedida = 'S' THEN
               DISPLAY "Aviso: la proyeccion tiene mas de 5000 "
                  "ciudades; las excedentes quedan sin proyeccion."
            END-IF
            MOVE WS-Tolerancia TO WS-Tolerancia-Edit
            MOVE WS-Total-Proyeccion TO WS-Leidas-Edit
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Control de plausibilidad: tolerancia "
               DELIMITED BY SIZE
               WS-Tolerancia-Edit DELIMITED BY SIZE
               "%, ciudades con proyeccion " DELIMITED BY SIZE
               WS-Leidas-Edit DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte.
       FIN-MD23.
            EXIT.

       MOD23B-CARGAR-PROYECCION.
            READ ArchivoProyeccion
               AT END
                  MOVE 'S' TO WS-Fin-Proyeccion
            END-READ
            IF WS-Fin-Proyeccion = 'S' THEN
               GO TO FIN-MD23B
            END-IF
            IF WS-Total-Proyeccion NOT < 5000 THEN
               MOVE 'S' TO WS-Proyeccion-Excedida
               GO TO FIN-MD23B
            END-IF
            IF PY-Proyectado NOT NUMERIC THEN
               GO TO FIN-MD23B
            END-IF
            ADD 1 TO WS-Total-Proyeccion
            MOVE PY-CodigoINE TO WS-Proy-Codigo(WS-Total-Proyeccion)
            MOVE PY-AnioProyectado
               TO WS-Proy-Anio(WS-Total-Proyeccion)
            MOVE PY-Proyectado TO WS-Proy-Cifra(WS-Total-Proyeccion).
       FIN-MD23B.
            EXIT.

      * Deja el archivo de retenidas abierto en EXTEND para las de
      * esta corrida; si todavia no existe se crea vacio, igual que
      * el journal.
       MOD24-ABRIR-RETENIDAS.
            OPEN EXTEND ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               OPEN OUTPUT ArchivoRetenidas
               IF WS-Estado-Retenidas = "00" THEN
                  CLOSE ArchivoRetenidas
                  OPEN EXTEND ArchivoRetenidas
               END-IF
            END-IF
            IF WS-Estado-Retenidas = "00" THEN
               MOVE 'S' TO WS-Retenidas-Abierto
            ELSE
               DISPLAY "Aviso: no se pudo abrir el archivo de "
                  "retenidas, estado " WS-Estado-Retenidas
                  "; las modificaciones fuera de tolerancia se "
                  "rechazan."
            END-IF.
       FIN-MD24.
            EXIT.

      * Marca en la bitacora que el archivo de deltas se recorrio
      * completo (linea 'F' con la cantidad de transacciones
      * leidas). Una corrida interrumpida no la deja, y
      * RecepcionPublicacionINE retiene la publicacion siguiente
      * hasta que este archivo termine de aplicarse.
       MOD25-REGISTRAR-FIN.
            IF WS-Deltas-Procesado = 'S' THEN
               GO TO FIN-MD25
            END-IF
            MOVE 'F' TO AP-Tipo
            MOVE WS-Transacciones-Leidas TO AP-Secuencia
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO AP-FechaHora
            MOVE WS-Huella-Deltas TO AP-Huella
            WRITE RegistroAplicada
            IF WS-Estado-Aplicadas NOT = "00" THEN
               DISPLAY "Aviso: no se pudo marcar el fin del archivo "
                  "de deltas en la bitacora, estado "
                  WS-Estado-Aplicadas
                  "; la proxima publicacion del INE quedara retenida."
            END-IF.
       FIN-MD25.
            EXIT.
       END PROGRAM AplicarDeltasCenso.
