            departamentos, y aplica las diferencias al maestro
            INDEXED, con un reporte de filas actualizadas, sin
            cambio y rechazadas con su motivo. Una fila mala no
            detiene la carga. Una fila cuyo CodigoINE no verifica su
            digito verificador (DIGITOINE) se rechaza.

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
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Estado-Historial       PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
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
            PERFORM MOD16-ARCHIVAR-REPORTE THRU FIN-MD16
            PERFORM MOD11-SOLTAR-BLOQUEO THRU FIN-MD11
            STOP RUN.

               MOVE 'N' TO WS-Fila-Valida
               MOVE "CodigoINE en blanco" TO WS-Texto-Motivo
               PERFORM MOD3B-AGREGAR-MOTIVO THRU FIN-MD3B
            ELSE
               MOVE 1 TO DVI-Modo
               MOVE WS-Campo-Codigo TO DVI-Codigo
               CALL "DIGITOINE" USING DVI-Parametros
               IF DVI-Estado NOT = 0 OR DVI-Valido NOT = 'S' THEN
                  MOVE 'N' TO WS-Fila-Valida
                  MOVE "CodigoINE: digito verificador invalido"
                     TO WS-Texto-Motivo
                  PERFORM MOD3B-AGREGAR-MOTIVO THRU FIN-MD3B
               END-IF
            END-IF
            IF WS-Campo-Nombre = SPACES THEN
               MOVE 'N' TO WS-Fila-Valida
            END-DELETE.
       FIN-MD15.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD16-ARCHIVAR-REPORTE.
            MOVE "IMPORT" TO ARC-Tipo
            MOVE "ImportarCiudadesCSV" TO ARC-Programa
            MOVE "/home/gary/CIUDADES_IMPORT_REPORTE.DAT"
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
       FIN-MD16.
            EXIT.
       END PROGRAM ImportarCiudadesCSV.
