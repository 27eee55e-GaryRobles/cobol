            censos y el registro de control de siempre. Cada
            transaccion aplicada queda marcada 'X' (o 'F' si fallo
            contra el maestro) para que no se aplique dos veces.
            Un alta o modificacion cuyo CodigoINE no verifica su
            digito verificador (DIGITOINE) no se aplica y queda
            'F'. Todo el programa es de supervisor.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
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
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Modo-Batch             PIC X          VALUE 'N'.
       01 WS-Imagen-Nueva           PIC X(71)      VALUE SPACES.
       01 WS-Habitantes-Antes       PIC 9(7)       VALUE 0.
       01 WS-Aplicada-OK            PIC X          VALUE 'N'.
       01 WS-Digito-Valido          PIC X          VALUE 'S'.
       01 WS-Hubo-Snapshot          PIC X          VALUE 'N'.
       01 WS-Pendientes-Leidas      PIC 9(7)       VALUE 0.
       01 WS-Aprobadas              PIC 9(7)       VALUE 0.
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
               CLOSE ArchivoNombres
            END-IF
            CLOSE ArchivoReporte
            PERFORM MOD19-ARCHIVAR-REPORTE THRU FIN-MD19
            PERFORM MOD14-SOLTAR-BLOQUEO THRU FIN-MD14
            DISPLAY "Aplicacion de aprobadas terminada. Aplicadas: "
               WS-Aplicadas " Fallidas: " WS-Fallidas.
       MOD7-APLICAR-UNA.
            MOVE 'N' TO WS-Aplicada-OK
            MOVE SPACES TO WS-Comentario
      * Una pendiente capturada antes de que se exigiera el digito
      * verificador puede traer un codigo que no verifica; la baja
      * no se controla, para poder retirar un codigo malo.
            MOVE 'S' TO WS-Digito-Valido
            IF PD-TipoTransaccion = 'A' OR PD-TipoTransaccion = 'M'
               THEN
               MOVE 1 TO DVI-Modo
               MOVE PD-CodigoINE TO DVI-Codigo
               CALL "DIGITOINE" USING DVI-Parametros
               IF DVI-Estado NOT = 0 OR DVI-Valido NOT = 'S' THEN
                  MOVE 'N' TO WS-Digito-Valido
                  MOVE "CodigoINE: digito verificador invalido"
                     TO WS-Comentario
               END-IF
            END-IF
            IF WS-Digito-Valido = 'S' THEN
               MOVE PD-Departamento TO DEP-Codigo
               READ ArchivoDepartamentos
                  KEY IS DEP-Codigo
                  INVALID KEY
                     MOVE "departamento ya no esta en la referencia"
                        TO WS-Comentario
                  NOT INVALID KEY
                     EVALUATE PD-TipoTransaccion
                        WHEN 'A' PERFORM MOD8-APLICAR-ALTA
                           THRU FIN-MD8
                        WHEN 'M' PERFORM MOD9-APLICAR-MODIF
                           THRU FIN-MD9
                        WHEN 'B' PERFORM MOD10-APLICAR-BAJA
                           THRU FIN-MD10
                        WHEN OTHER
                           MOVE "tipo de operacion invalido"
                              TO WS-Comentario
                     END-EVALUATE
               END-READ
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO PD-FechaDecision
            IF WS-Aplicada-OK = 'S' THEN
            END-DELETE.
       FIN-MD18.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD19-ARCHIVAR-REPORTE.
            MOVE "PENDIENTES" TO ARC-Tipo
            MOVE "AprobarPendientes" TO ARC-Programa
            MOVE "/home/gary/CIUDADES_PENDIENTES_REPORTE.DAT"
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
       END PROGRAM AprobarPendientes.
