       01 WS-Indice-Departamento    PIC 9(3)       VALUE 0.
       01 WS-Depto-Hallado          PIC X          VALUE 'N'.

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
            END-IF
            CLOSE ArchivoHistorialCenso
            CLOSE ArchivoReporte
            PERFORM MOD7-ARCHIVAR-REPORTE THRU FIN-MD7
            CLOSE ArchivoProyeccion
            DISPLAY "Proyeccion al anio " WS-Anio-Objetivo
               " generada: " WS-Ciudades-Proyectadas " ciudades. "
            END-PERFORM.
       FIN-MD6.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia. La copia se hace
      * bajo el bloqueo compartido del maestro, que PurgarReportes
      * respeta antes de reescribir el catalogo.
       MOD7-ARCHIVAR-REPORTE.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "ProyeccionCenso" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "Aviso: no se pudo archivar el reporte, el "
                  "maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  "; queda solo la copia fija de esta corrida."
               GO TO FIN-MD7
            END-IF
            MOVE "PROYECCION" TO ARC-Tipo
            MOVE "ProyeccionCenso" TO ARC-Programa
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
       FIN-MD7.
            EXIT.
       END PROGRAM ProyeccionCenso.
