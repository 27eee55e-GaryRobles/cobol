            anterior y posterior de DetallesCiudad, el operador y la
            fecha-hora, para que HistorialCiudades pueda mostrar el
            historial de cambios de un CodigoINE y revertir un cambio
            restaurando la imagen anterior. El alta y la
            modificacion exigen que el CodigoINE verifique su digito
            verificador (DIGITOINE); la baja no, para poder retirar
            un codigo malo.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Municipios-Abierto     PIC X          VALUE 'N'.
       01 WS-Municipio-Valido       PIC X          VALUE 'N'.
       01 WS-Digito-Valido          PIC X          VALUE 'N'.
       01 WS-Departamento-Valido    PIC X          VALUE 'N'.
       01 WS-Anio-Censo             PIC X(4)       VALUE SPACES.
       01 WS-Ruta-Cierres           PIC X(100)
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

      * Parametros del subprograma PerfilAmbiente: con
      * CIUDADES_PERFIL definido, cada ruta se resuelve contra el
            IF WS-Municipio-Valido NOT = 'S' THEN
               GO TO FIN-MD3
            END-IF
            PERFORM MOD19-VALIDAR-DIGITO THRU FIN-MD19
            IF WS-Digito-Valido NOT = 'S' THEN
               GO TO FIN-MD3
            END-IF
            PERFORM MOD14-EVALUAR-DIRECTO THRU FIN-MD14
            IF WS-Aplicar-Directo NOT = 'S' THEN
               MOVE 'A' TO WS-Tipo-Pendiente
                  IF WS-Municipio-Valido NOT = 'S' THEN
                     GO TO FIN-MD4
                  END-IF
                  PERFORM MOD19-VALIDAR-DIGITO THRU FIN-MD19
                  IF WS-Digito-Valido NOT = 'S' THEN
                     GO TO FIN-MD4
                  END-IF
                  MOVE DetallesCiudad TO WS-Imagen-Anterior
                  MOVE NroHabitantesCenso TO WS-Habitantes-Antes
                  DISPLAY "Nuevo nro de habitantes (urbano):"
       FIN-MD18.
            EXIT.

      * El ultimo caracter del CodigoINE es su digito verificador:
      * un digito mal tecleado o dos vecinos transpuestos no
      * verifican aunque la clave de municipio exista.
       MOD19-VALIDAR-DIGITO.
            MOVE 'N' TO WS-Digito-Valido
            MOVE 1 TO DVI-Modo
            MOVE CodigoINE TO DVI-Codigo
            CALL "DIGITOINE" USING DVI-Parametros
            IF DVI-Estado NOT = 0 THEN
               DISPLAY "El CodigoINE '" CodigoINE "' no tiene "
                  "formato verificable (cuerpo numerico mas digito "
                  "verificador), se rechaza la operacion."
               GO TO FIN-MD19
            END-IF
            IF DVI-Valido NOT = 'S' THEN
               DISPLAY "El digito verificador del CodigoINE '"
                  CodigoINE "' no verifica, se rechaza la "
                  "operacion. Revise el codigo completo contra el "
                  "documento del INE."
               GO TO FIN-MD19
            END-IF
            MOVE 'S' TO WS-Digito-Valido.
       FIN-MD19.
            EXIT.

