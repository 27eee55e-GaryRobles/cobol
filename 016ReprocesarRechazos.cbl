            INDEXED, quitandolo de los rechazos pendientes. Al final
            informa cuantos rechazos se corrigieron, se saltaron o
            quedan pendientes, para que los rechazos viejos dejen de
            acumularse sin que nadie los vea. Un CodigoINE que no
            verifica su digito verificador (DIGITOINE) no se
            reaplica: el operador debe corregirlo.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
          02 SES-Rol                PIC X          VALUE SPACE.
          02 SES-Detalle            PIC X(70)      VALUE SPACES.

      * Parametros del subprograma DIGITOINE.
       01 DVI-Parametros.
          02 DVI-Modo               PIC 9          VALUE 1.
          02 DVI-Codigo             PIC X(17)      VALUE SPACES.
          02 DVI-Digito             PIC X          VALUE SPACE.
          02 DVI-Valido             PIC X          VALUE SPACE.
          02 DVI-Estado             PIC 9(2)       VALUE 0.

      * Parametros del subprograma PerfilAmbiente: con
      * CIUDADES_PERFIL definido, cada ruta se resuelve contra el
      * perfil de ambiente (produccion o ensayo); sin perfil la
               MOVE 'N' TO WS-Correccion-Valida
               DISPLAY "El CodigoINE sigue en blanco, el rechazo "
                  "queda pendiente."
            ELSE
               MOVE 1 TO DVI-Modo
               MOVE RE-CodigoINE TO DVI-Codigo
               CALL "DIGITOINE" USING DVI-Parametros
               IF DVI-Estado NOT = 0 OR DVI-Valido NOT = 'S' THEN
                  MOVE 'N' TO WS-Correccion-Valida
                  DISPLAY "El digito verificador del CodigoINE '"
                     RE-CodigoINE "' no verifica, el rechazo queda "
                     "pendiente."
               END-IF
            END-IF
            IF RE-NombreCiudad = SPACES THEN
               MOVE 'N' TO WS-Correccion-Valida
