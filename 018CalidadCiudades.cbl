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
                  "puntuar"
               CLOSE ArchivoCiudades
               CLOSE ArchivoReporte
               PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               STOP RUN
            END-IF
            PERFORM MOD8-HISTORICO THRU FIN-MD8
            CLOSE ArchivoCiudades
            CLOSE ArchivoReporte
            PERFORM MOD13-ARCHIVAR-REPORTE THRU FIN-MD13
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            STOP RUN.

            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD12.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD13-ARCHIVAR-REPORTE.
            MOVE "CALIDAD" TO ARC-Tipo
            MOVE "CalidadCiudades" TO ARC-Programa
            MOVE "/home/gary/CIUDADES_CALIDAD_REPORTE.DAT"
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
       FIN-MD13.
            EXIT.
       END PROGRAM CalidadCiudades.
