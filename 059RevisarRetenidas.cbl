      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RevisarRetenidas.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Revision de supervisor de las modificaciones censales
            que AplicarDeltasCenso retuvo por plausibilidad (la
            cifra nueva se desviaba de la foto del historial y de
            la proyeccion en mas que la tolerancia). Cada retenida
            pendiente se muestra con la cifra anterior, la foto
            base, la proyeccion, la cifra nueva y los desvios, y el
            supervisor la libera (L) o la rechaza (R) con un
            comentario, igual que la revision de AprobarPendientes.
            Las liberadas las aplica AplicarDeltasCenso al comienzo
            de su corrida siguiente, con el journal, la foto del
            historial y el registro de control de siempre; las
            rechazadas quedan solo como rastro. El archivo se
            reescribe via un archivo de trabajo bajo el bloqueo
            exclusivo del maestro. Todo el programa es de
            supervisor.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Las retenidas que deja AplicarDeltasCenso. La ruta se toma
      * de CIUDADES_RETENIDAS_DD.
       SELECT ArchivoRetenidas ASSIGN TO WS-Ruta-Retenidas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Retenidas.

      * Archivo de trabajo para reescribir las retenidas con los
      * estados nuevos (LINE SEQUENTIAL no se reescribe en el
      * lugar), mismo esquema que AprobarPendientes.
       SELECT ArchivoTrabajo ASSIGN TO WS-Ruta-Trabajo
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Trabajo.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
      * Mismo layout que graba AplicarDeltasCenso: estado 'P'
      * pendiente, 'L' liberada, 'R' rechazada, 'X' liberada y
      * aplicada, 'F' liberada que no se pudo aplicar.
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

       FD ArchivoTrabajo.
       01 RegistroTrabajo           PIC X(254).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Retenidas         PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS.DAT".
       01 WS-Env-Ruta-Retenidas     PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Trabajo           PIC X(100)
               VALUE "/home/gary/CIUDADES_RETENIDAS_TRABAJO.DAT".
       01 WS-Estado-Retenidas       PIC XX         VALUE "00".
       01 WS-Estado-Trabajo         PIC XX         VALUE "00".
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Fin-Retenidas          PIC X          VALUE 'N'.
       01 WS-Fin-Trabajo            PIC X          VALUE 'N'.
       01 WS-Terminar               PIC X          VALUE 'N'.
       01 WS-Decision               PIC X          VALUE SPACE.
       01 WS-Comentario             PIC X(40)      VALUE SPACES.
       01 WS-Retenidas-Leidas       PIC 9(7)       VALUE 0.
       01 WS-Pendientes             PIC 9(7)       VALUE 0.
       01 WS-Liberadas              PIC 9(7)       VALUE 0.
      * Codigo de retorno de una falla al reescribir las retenidas.
      * Se pasa a RETURN-CODE despues de soltar el bloqueo, porque
      * el CALL a BloqueoMaestro lo pisa.
       01 WS-Retorno-Final          PIC 9          VALUE 0.
       01 WS-Rechazadas             PIC 9(7)       VALUE 0.
       01 WS-Cifra-Edit             PIC Z,ZZZ,ZZ9.
       01 WS-Desvio-Edit            PIC +++++9.9.
       01 WS-Tolerancia-Edit        PIC ZZ9.
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
      * Parametros del subprograma SesionOperador: la revision es de
      * supervisor; el usuario autenticado queda como quien decide.
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
            PERFORM MOD2-REVISAR THRU FIN-MD2
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
            MOVE WS-Ruta-Trabajo TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Trabajo.

      * Cada retenida 'P' se muestra y se decide L (liberar), R
      * (rechazar), S (saltar) o T (terminar, el resto queda como
      * esta). Todo se copia al archivo de trabajo con su estado
      * nuevo y al final se reescribe el archivo de retenidas. La
      * reescritura corre bajo el bloqueo exclusivo: una corrida de
      * AplicarDeltasCenso que agregara retenidas entre la lectura y
      * la reescritura las perderia en silencio.
       MOD2-REVISAR.
            PERFORM MOD5-TOMAR-BLOQUEO THRU FIN-MD5
            OPEN INPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               DISPLAY "No hay transacciones retenidas (estado "
                  WS-Estado-Retenidas ")"
               PERFORM MOD6-SOLTAR-BLOQUEO THRU FIN-MD6
               MOVE 1 TO RETURN-CODE
               GO TO FIN-MD2
            END-IF
            OPEN OUTPUT ArchivoTrabajo
            IF WS-Estado-Trabajo NOT = "00" THEN
               DISPLAY "No se pudo abrir el archivo de trabajo, "
                  "estado " WS-Estado-Trabajo
               CLOSE ArchivoRetenidas
               PERFORM MOD6-SOLTAR-BLOQUEO THRU FIN-MD6
               MOVE 1 TO RETURN-CODE
               GO TO FIN-MD2
            END-IF
            MOVE 'N' TO WS-Fin-Retenidas
            PERFORM MOD2B-LEER-RETENIDA THRU FIN-MD2B
               UNTIL WS-Fin-Retenidas = 'S'
            CLOSE ArchivoRetenidas
            CLOSE ArchivoTrabajo
            IF WS-Liberadas > 0 OR WS-Rechazadas > 0 THEN
               PERFORM MOD4-REESCRIBIR-RETENIDAS THRU FIN-MD4
            END-IF
            PERFORM MOD6-SOLTAR-BLOQUEO THRU FIN-MD6
            MOVE WS-Retorno-Final TO RETURN-CODE
            IF WS-Pendientes = 0 THEN
               DISPLAY "No hay transacciones retenidas pendientes "
                  "de revision."
            END-IF
            DISPLAY "Revision terminada. Liberadas: " WS-Liberadas
               " Rechazadas: " WS-Rechazadas
            IF WS-Liberadas > 0 THEN
               DISPLAY "Las liberadas se aplican en la proxima "
                  "corrida de AplicarDeltasCenso."
            END-IF.
       FIN-MD2.
            EXIT.

       MOD2B-LEER-RETENIDA.
            READ ArchivoRetenidas
               AT END
                  MOVE 'S' TO WS-Fin-Retenidas
            END-READ
            IF WS-Fin-Retenidas = 'S' THEN
               GO TO FIN-MD2B
            END-IF
            ADD 1 TO WS-Retenidas-Leidas
            IF RT-Estado = 'P' THEN
               ADD 1 TO WS-Pendientes
               IF WS-Terminar NOT = 'S' THEN
                  PERFORM MOD3-DECIDIR THRU FIN-MD3
               END-IF
            END-IF
            WRITE RegistroTrabajo FROM RegistroRetenida.
       FIN-MD2B.
            EXIT.

       MOD3-DECIDIR.
            DISPLAY " "
            DISPLAY "Retenida por plausibilidad:"
            DISPLAY "  CodigoINE   : " RT-CodigoINE
            DISPLAY "  Nombre      : " RT-NombreCiudad
            DISPLAY "  Departamento: " RT-Departamento
            DISPLAY "  Retenida    : " RT-FechaHora(1:8) " corrida "
               RT-Corrida " transaccion " RT-Secuencia
            MOVE RT-Anterior TO WS-Cifra-Edit
            DISPLAY "  Anterior    : " WS-Cifra-Edit
            MOVE RT-Base TO WS-Cifra-Edit
            IF RT-Desvio-Base-Signo = '-' THEN
               COMPUTE WS-Desvio-Edit = 0 - RT-Desvio-Base
            ELSE
               MOVE RT-Desvio-Base TO WS-Desvio-Edit
            END-IF
            IF RT-AnioBase = SPACES THEN
               DISPLAY "  Base maestro: " WS-Cifra-Edit
                  "  desvio " WS-Desvio-Edit "%"
            ELSE
               DISPLAY "  Foto " RT-AnioBase "   : " WS-Cifra-Edit
                  "  desvio " WS-Desvio-Edit "%"
            END-IF
            IF RT-AnioProyectado = SPACES THEN
               DISPLAY "  Proyeccion  : sin datos"
            ELSE
               MOVE RT-Proyectado TO WS-Cifra-Edit
               IF RT-Desvio-Proy-Signo = '-' THEN
                  COMPUTE WS-Desvio-Edit = 0 - RT-Desvio-Proy
               ELSE
                  MOVE RT-Desvio-Proy TO WS-Desvio-Edit
               END-IF
               DISPLAY "  Proy. " RT-AnioProyectado "  : "
                  WS-Cifra-Edit "  desvio " WS-Desvio-Edit "%"
            END-IF
            MOVE RT-Nueva TO WS-Cifra-Edit
            DISPLAY "  Nueva       : " WS-Cifra-Edit " (urbano "
               RT-NroHabitantesUrbano " rural "
               RT-NroHabitantesRural ")"
            MOVE RT-Tolerancia TO WS-Tolerancia-Edit
            DISPLAY "  Tolerancia  : " WS-Tolerancia-Edit "%"
            DISPLAY "Liberar (L), Rechazar (R), Saltar (S) o "
               "Terminar (T)?"
            ACCEPT WS-Decision
            EVALUATE WS-Decision
               WHEN 'L'
               WHEN 'l'
                  DISPLAY "Comentario:"
                  MOVE SPACES TO WS-Comentario
                  ACCEPT WS-Comentario
                  MOVE 'L' TO RT-Estado
                  MOVE WS-Operador TO RT-Supervisor
                  MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
                  MOVE WS-Fecha-Hora-Actual TO RT-FechaDecision
                  MOVE WS-Comentario TO RT-Comentario
                  ADD 1 TO WS-Liberadas
               WHEN 'R'
               WHEN 'r'
                  DISPLAY "Comentario:"
                  MOVE SPACES TO WS-Comentario
                  ACCEPT WS-Comentario
                  MOVE 'R' TO RT-Estado
                  MOVE WS-Operador TO RT-Supervisor
                  MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
                  MOVE WS-Fecha-Hora-Actual TO RT-FechaDecision
                  MOVE WS-Comentario TO RT-Comentario
                  ADD 1 TO WS-Rechazadas
               WHEN 'T'
               WHEN 't'
                  MOVE 'S' TO WS-Terminar
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
       FIN-MD3.
            EXIT.

       MOD4-REESCRIBIR-RETENIDAS.
            OPEN INPUT ArchivoTrabajo
            IF WS-Estado-Trabajo NOT = "00" THEN
               DISPLAY "No se pudo reabrir el archivo de trabajo, "
                  "estado " WS-Estado-Trabajo
                  ". Las retenidas quedan como estaban."
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD4
            END-IF
            OPEN OUTPUT ArchivoRetenidas
            IF WS-Estado-Retenidas NOT = "00" THEN
               DISPLAY "No se pudo reescribir el archivo de "
                  "retenidas, estado " WS-Estado-Retenidas
               CLOSE ArchivoTrabajo
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD4
            END-IF
            MOVE 'N' TO WS-Fin-Trabajo
            PERFORM MOD4B-COPIAR-TRABAJO THRU FIN-MD4B
               UNTIL WS-Fin-Trabajo = 'S'
            CLOSE ArchivoTrabajo
            CLOSE ArchivoRetenidas.
       FIN-MD4.
            EXIT.

       MOD4B-COPIAR-TRABAJO.
            READ ArchivoTrabajo
               AT END
                  MOVE 'S' TO WS-Fin-Trabajo
               NOT AT END
                  WRITE RegistroRetenida FROM RegistroTrabajo
            END-READ.
       FIN-MD4B.
            EXIT.

      * Toma el bloqueo exclusivo del maestro via BloqueoMaestro: la
      * revision no toca el maestro, pero AplicarDeltasCenso escribe
      * y reescribe las retenidas bajo ese mismo bloqueo.
       MOD5-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'E' TO BLQ-Tipo
            MOVE "RevisarRetenidas" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD5.
            EXIT.

       MOD6-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD6.
            EXIT.
       END PROGRAM RevisarRetenidas.
