      *     $ SET SOURCEFORMAT"FREE"
      * IDENTIFICATION DIVISION.- Información del programa
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CoparticipacionMunicipios.
       AUTHOR.  Gary Robles.

       INSTALLATION ./home/garyrobles/cobolexamples/.
       DATE-WRITTEN 15/10/2026.
       DATE-COMPILED 15/10/2026.
       REMARKS Distribucion mensual de la coparticipacion tributaria
            por municipio. Suma NroHabitantesCenso del maestro por
            la clave de municipio (los primeros 6 caracteres del
            CodigoINE, con el nombre tomado de MUNICIPIOS.DAT) y
            reparte el monto del mes que informa finanzas en
            proporcion a la poblacion de cada municipio. Los
            centavos que sobran del redondeo se asignan uno a uno a
            los municipios con mayor resto, de modo que los pagos
            suman exactamente el monto. Emite un reporte por
            departamento, provincia y municipio y un archivo de
            pagos de layout fijo (cabecera tipo 1, detalle tipo 2 y
            registro final tipo 9 con los totales de control). Cada
            mes distribuido queda en el registro de corridas y un
            mes ya registrado no se vuelve a pagar. El maestro debe
            balancear contra el registro de control (un control
            ausente tambien aborta, igual que en ExtractoMinisterio).
            Codigos de retorno: 1 error de archivo o parametro, 2
            fuera de balance o mes ya distribuido, 3 maestro en uso.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El maestro se toma de CIUDADES_DD; solo se lee, en orden de
      * CodigoINE, asi que las ciudades de un mismo municipio llegan
      * juntas.
       SELECT ArchivoCiudades ASSIGN TO WS-Ruta-Ciudades
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CodigoINE
         ALTERNATE RECORD KEY IS NombreCiudad WITH DUPLICATES
         FILE STATUS IS WS-Estado-Archivo.

      * Referencia de provincias y municipios que mantiene
      * MantenimientoMunicipios: da el nombre del municipio y de su
      * provincia. Una clave que no figure alli se paga igual (la
      * poblacion es la que es) pero queda marcada en el reporte.
      * La ruta se toma de MUNICIPIOS_DD.
       SELECT ArchivoMunicipios ASSIGN TO WS-Ruta-Municipios
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MUN-Clave
         FILE STATUS IS WS-Estado-Municipios.

      * Referencia de departamentos, para rotular los cortes con el
      * nombre oficial. La ruta se toma de DEPARTAMENTOS_DD.
       SELECT ArchivoDepartamentos ASSIGN TO WS-Ruta-Departamentos
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DEP-Codigo
         FILE STATUS IS WS-Estado-Departamentos.

      * Reporte de la distribucion. La ruta se toma de
      * CIUDADES_COPART_REPORTE_DD.
       SELECT ArchivoReporte ASSIGN TO WS-Ruta-Reporte
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Reporte.

      * Archivo de pagos para finanzas, layout fijo. La ruta se toma
      * de CIUDADES_COPART_PAGOS_DD.
       SELECT ArchivoPagos ASSIGN TO WS-Ruta-Pagos
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Pagos.

      * Registro de corridas: una linea por mes distribuido, solo
      * crece. La ruta se toma de CIUDADES_COPART_CORRIDAS_DD.
       SELECT ArchivoCorridas ASSIGN TO WS-Ruta-Corridas
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Corridas.

      * Registro de control del balanceo batch. La ruta se toma de
      * CIUDADES_CONTROL_DD.
       SELECT ArchivoControl ASSIGN TO WS-Ruta-Control
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-Estado-Control.

      * DATA DIVISION.- Consta de las descripciones de los datos
       DATA DIVISION.
       FILE SECTION.
       FD ArchivoCiudades.
       01 DetallesCiudad.
          02  CodigoINE       PIC X(17).
          02  NombreCiudad            PIC X(23).
          02  NroHabitantesCenso       PIC 9(7).
          02  Departamento      PIC X(10).
          02  NroHabitantesUrbano      PIC 9(7).
          02  NroHabitantesRural       PIC 9(7).

       FD ArchivoMunicipios.
       01 DetallesMunicipio.
          02 MUN-Clave.
             03 MUN-CodDepartamento PIC X(2).
             03 MUN-CodProvincia    PIC X(2).
             03 MUN-CodMunicipio    PIC X(2).
          02 MUN-NombreProvincia   PIC X(25).
          02 MUN-NombreMunicipio   PIC X(25).
          02 MUN-Departamento      PIC X(10).

       FD ArchivoDepartamentos.
       01 DetallesDepartamento.
          02  DEP-Codigo           PIC X(10).
          02  DEP-NombreOficial    PIC X(25).
          02  DEP-Region           PIC X(15).

       FD ArchivoReporte.
       01 LineaReporte              PIC X(132).

      * Un layout por tipo de registro del archivo de pagos; el
      * primer byte dice cual es. Los montos van en bolivianos con
      * dos decimales implicitos.
       FD ArchivoPagos.
       01 RegistroPagoCabecera.
          02 PG1-Tipo               PIC X.
          02 PG1-Mes                PIC X(6).
          02 PG1-Fecha              PIC X(8).
          02 PG1-Monto              PIC 9(11)V99.
          02 PG1-Habitantes         PIC 9(12).
          02 PG1-Corrida            PIC 9(5).
       01 RegistroPagoDetalle.
          02 PG2-Tipo               PIC X.
          02 PG2-Clave              PIC X(6).
          02 PG2-NombreMunicipio    PIC X(25).
          02 PG2-Departamento       PIC X(10).
          02 PG2-Habitantes         PIC 9(9).
          02 PG2-Monto              PIC 9(11)V99.
       01 RegistroPagoFinal.
          02 PG9-Tipo               PIC X.
          02 PG9-Registros          PIC 9(5).
          02 PG9-Monto              PIC 9(11)V99.
          02 PG9-Habitantes         PIC 9(12).

       FD ArchivoCorridas.
       01 RegistroCorrida.
          02 CO-Mes                 PIC X(6).
          02 CO-FechaHora           PIC X(21).
          02 CO-Monto               PIC 9(11)V99.
          02 CO-Municipios          PIC 9(5).
          02 CO-Habitantes          PIC 9(12).
          02 CO-Operador            PIC X(20).
          02 CO-Corrida             PIC 9(5).

       FD ArchivoControl.
       01 RegistroControl.
          02 CT-FechaHora           PIC X(21).
          02 CT-Programa            PIC X(25).
          02 CT-Registros           PIC 9(7).
          02 CT-TotalHabitantes     PIC 9(12).
          02 CT-Corrida             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-Ruta-Ciudades          PIC X(100)
               VALUE "/home/gary/CIUDADESBOLIVIA.DAT".
       01 WS-Env-Ruta-Ciudades      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Municipios        PIC X(100)
               VALUE "/home/gary/MUNICIPIOS.DAT".
       01 WS-Env-Ruta-Municipios    PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Departamentos     PIC X(100)
               VALUE "/home/gary/DEPARTAMENTOS.DAT".
       01 WS-Env-Ruta-Departamentos PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Reporte           PIC X(100)
               VALUE "/home/gary/CIUDADES_COPART_REPORTE.DAT".
       01 WS-Env-Ruta-Reporte       PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Pagos             PIC X(100)
               VALUE "/home/gary/CIUDADES_COPART_PAGOS.DAT".
       01 WS-Env-Ruta-Pagos         PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Corridas          PIC X(100)
               VALUE "/home/gary/CIUDADES_COPART_CORRIDAS.DAT".
       01 WS-Env-Ruta-Corridas      PIC X(100)     VALUE SPACES.
       01 WS-Ruta-Control           PIC X(100)
               VALUE "/home/gary/CIUDADES_CONTROL.DAT".
       01 WS-Env-Ruta-Control       PIC X(100)     VALUE SPACES.
       01 WS-Estado-Archivo         PIC XX         VALUE "00".
       01 WS-Estado-Municipios      PIC XX         VALUE "00".
       01 WS-Estado-Departamentos   PIC XX         VALUE "00".
       01 WS-Estado-Reporte         PIC XX         VALUE "00".
       01 WS-Estado-Pagos           PIC XX         VALUE "00".
       01 WS-Estado-Corridas        PIC XX         VALUE "00".
       01 WS-Estado-Control         PIC XX         VALUE "00".
       01 WS-Municipios-Abierto     PIC X          VALUE 'N'.
       01 WS-Departamentos-Abierto  PIC X          VALUE 'N'.
       01 WS-Fecha-Hora-Actual      PIC X(21)      VALUE SPACES.
       01 WS-Operador               PIC X(20)      VALUE SPACES.
       01 WS-Env-Corrida            PIC X(5)       VALUE SPACES.
       01 WS-Corrida                PIC 9(5)       VALUE 0.
       01 WS-Linea-Reporte          PIC X(132)     VALUE SPACES.
       01 WS-Fin-Maestro            PIC X          VALUE 'N'.
       01 WS-Fin-Corridas           PIC X          VALUE 'N'.
       01 WS-Mes-Pagado             PIC X          VALUE 'N'.
       01 WS-Mun-Encontrado         PIC X          VALUE 'N'.
      * Parametros del mes: COPARTICIPACION_MES (AAAAMM) y
      * COPARTICIPACION_MONTO (bolivianos, con punto decimal y hasta
      * dos decimales); si no estan definidos se piden por pantalla.
       01 WS-Mes                    PIC X(6)       VALUE SPACES.
       01 WS-Monto-Texto            PIC X(20)      VALUE SPACES.
       01 WS-Monto                  PIC 9(11)V99   VALUE 0.
       01 WS-Monto-Centavos         PIC 9(13)      VALUE 0.
       01 WS-Monto-Valido           PIC X          VALUE 'S'.
       01 WS-Largo-Monto            PIC 9(4)       VALUE 0.
       01 WS-Indice-Caracter        PIC 9(4)       VALUE 0.
       01 WS-Puntos                 PIC 9(4)       VALUE 0.
       01 WS-Digitos-Enteros        PIC 9(4)       VALUE 0.
       01 WS-Digitos-Decimales      PIC 9(4)       VALUE 0.
       01 WS-Caracter               PIC X          VALUE SPACE.
      * Acumulado por municipio. El maestro llega en orden de
      * CodigoINE, asi que cada clave de municipio abre una entrada
      * nueva y la tabla queda ordenada por departamento, provincia
      * y municipio. Montos y restos en centavos.
       01 WS-Tabla-Municipios.
          02 WS-Mun-Entrada OCCURS 999 TIMES.
             03 WS-Mun-Clave        PIC X(6).
             03 WS-Mun-Departamento PIC X(10).
             03 WS-Mun-Habitantes   PIC 9(9).
             03 WS-Mun-Ciudades     PIC 9(5).
             03 WS-Mun-Centavos     PIC 9(13).
             03 WS-Mun-Resto        PIC 9(12).
             03 WS-Mun-Ajustado     PIC X.
       01 WS-Total-Municipios       PIC 9(4)       VALUE 0.
       01 WS-Indice-Municipio       PIC 9(4)       VALUE 0.
       01 WS-Indice-Mayor           PIC 9(4)       VALUE 0.
       01 WS-Mayor-Resto            PIC 9(12)      VALUE 0.
       01 WS-Clave-Anterior         PIC X(6)       VALUE SPACES.
       01 WS-Total-Habitantes       PIC 9(12)      VALUE 0.
       01 WS-Producto               PIC 9(25)      VALUE 0.
       01 WS-Centavos-Repartidos    PIC 9(13)      VALUE 0.
       01 WS-Centavos-Sobrantes     PIC 9(13)      VALUE 0.
       01 WS-Total-Pagado           PIC 9(11)V99   VALUE 0.
       01 WS-Sin-Referencia         PIC 9(4)       VALUE 0.
      * Codigo de retorno de una falla al asentar la corrida. Se
      * pasa a RETURN-CODE recien al final, porque el CALL a
      * BloqueoMaestro que suelta el bloqueo lo pisa.
       01 WS-Retorno-Final          PIC 9          VALUE 0.
      * Cortes del reporte: provincia (1:4) y departamento (1:2).
       01 WS-Prov-Anterior          PIC X(4)       VALUE SPACES.
       01 WS-Depto-Anterior         PIC X(2)       VALUE SPACES.
       01 WS-Prov-Nombre            PIC X(25)      VALUE SPACES.
       01 WS-Depto-Nombre           PIC X(25)      VALUE SPACES.
       01 WS-Mun-Nombre             PIC X(25)      VALUE SPACES.
       01 WS-Prov-Habitantes        PIC 9(12)      VALUE 0.
       01 WS-Prov-Monto             PIC 9(11)V99   VALUE 0.
       01 WS-Depto-Habitantes       PIC 9(12)      VALUE 0.
       01 WS-Depto-Monto            PIC 9(11)V99   VALUE 0.
       01 WS-Monto-Municipio        PIC 9(11)V99   VALUE 0.
       01 WS-Porcentaje             PIC 9(3)V9(6)  VALUE 0.
       01 WS-Habitantes-Mask        PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-Monto-Mask             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-Porcentaje-Mask        PIC ZZ9.999999.
       01 WS-Municipios-Mask        PIC ZZZ9.
       01 WS-Conteo-Registros       PIC 9(7)       VALUE 0.
       01 WS-Conteo-Habitantes      PIC 9(12)      VALUE 0.
       01 WS-Control-Registros      PIC 9(7)       VALUE 0.
       01 WS-Control-Habitantes     PIC 9(12)      VALUE 0.
       01 WS-Control-Programa       PIC X(25)      VALUE SPACES.
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
            PERFORM MOD2-TRATAMIENTO UNTIL WS-Fin-Maestro = 'S'
            CLOSE ArchivoCiudades
            IF WS-Total-Habitantes = 0 THEN
               DISPLAY "El maestro no tiene habitantes censados, no "
                  "hay base para distribuir."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD4-DISTRIBUIR THRU FIN-MD4
            PERFORM MOD5-EMITIR THRU FIN-MD5
            PERFORM MOD8-ASENTAR-CORRIDA THRU FIN-MD8
            PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
            MOVE WS-Total-Municipios TO WS-Municipios-Mask
            MOVE WS-Total-Pagado TO WS-Monto-Mask
            DISPLAY "Coparticipacion " WS-Mes " distribuida: "
               WS-Municipios-Mask " municipios, total "
               WS-Monto-Mask ". Pagos en "
               FUNCTION TRIM(WS-Ruta-Pagos)
            IF WS-Sin-Referencia > 0 THEN
               DISPLAY "Aviso: " WS-Sin-Referencia " claves de "
                  "municipio no figuran en MUNICIPIOS.DAT; revise "
                  "el reporte antes de enviar los pagos."
            END-IF
            MOVE WS-Retorno-Final TO RETURN-CODE
            STOP RUN.

       MOD1-INICIALIZACION.
            PERFORM MOD11-TOMAR-BLOQUEO THRU FIN-MD11
            ACCEPT WS-Operador FROM ENVIRONMENT "USER"
            IF WS-Operador = SPACES THEN
               MOVE "DESCONOCIDO" TO WS-Operador
            END-IF
            ACCEPT WS-Env-Corrida FROM ENVIRONMENT "CORRIDA_NUMERO"
            IF WS-Env-Corrida NUMERIC THEN
               MOVE WS-Env-Corrida TO WS-Corrida
            END-IF
            PERFORM MOD13-LEER-PARAMETROS THRU FIN-MD13
            PERFORM MOD9-VERIFICAR-REGISTRO THRU FIN-MD9
            ACCEPT WS-Env-Ruta-Ciudades FROM ENVIRONMENT "CIUDADES_DD"
            IF WS-Env-Ruta-Ciudades NOT = SPACES THEN
               MOVE WS-Env-Ruta-Ciudades TO WS-Ruta-Ciudades
            END-IF
            MOVE "CIUDADES" TO PRF-Nombre
            MOVE WS-Ruta-Ciudades TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Ciudades
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM MOD10-VERIFICAR-BALANCE THRU FIN-MD10.

      * Cada ciudad suma su poblacion a la entrada de su municipio;
      * un cambio de clave abre una entrada nueva. Las ciudades sin
      * CodigoINE no tienen municipio y no entran al reparto.
       MOD2-TRATAMIENTO.
            READ ArchivoCiudades
               AT END MOVE 'S' TO WS-Fin-Maestro
            END-READ
            IF WS-Fin-Maestro NOT = 'S' AND CodigoINE NOT = SPACES
               THEN
               PERFORM MOD3-ACUMULAR-MUNICIPIO THRU FIN-MD3
            END-IF.

       MOD3-ACUMULAR-MUNICIPIO.
            IF WS-Total-Municipios = 0 OR
               CodigoINE(1:6) NOT = WS-Clave-Anterior THEN
               IF WS-Total-Municipios NOT < 999 THEN
                  DISPLAY "Mas de 999 claves de municipio en el "
                     "maestro; no se puede distribuir."
                  CLOSE ArchivoCiudades
                  PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-Total-Municipios
               MOVE CodigoINE(1:6) TO WS-Clave-Anterior
               MOVE CodigoINE(1:6)
                  TO WS-Mun-Clave(WS-Total-Municipios)
               MOVE Departamento
                  TO WS-Mun-Departamento(WS-Total-Municipios)
               MOVE 0 TO WS-Mun-Habitantes(WS-Total-Municipios)
               MOVE 0 TO WS-Mun-Ciudades(WS-Total-Municipios)
               MOVE 0 TO WS-Mun-Centavos(WS-Total-Municipios)
               MOVE 0 TO WS-Mun-Resto(WS-Total-Municipios)
               MOVE 'N' TO WS-Mun-Ajustado(WS-Total-Municipios)
            END-IF
            ADD 1 TO WS-Mun-Ciudades(WS-Total-Municipios)
            IF NroHabitantesCenso NUMERIC THEN
               ADD NroHabitantesCenso
                  TO WS-Mun-Habitantes(WS-Total-Municipios)
               ADD NroHabitantesCenso TO WS-Total-Habitantes
            END-IF.
       FIN-MD3.
            EXIT.

      * Reparto por el metodo del mayor resto, en centavos: cada
      * municipio recibe la parte entera de monto * habitantes /
      * total; los centavos que quedan sin repartir (siempre menos
      * que la cantidad de municipios) van de a uno a los municipios
      * con mayor resto, y ante restos iguales al de clave menor.
      * Asi la suma de los pagos es exactamente el monto del mes.
       MOD4-DISTRIBUIR.
            COMPUTE WS-Monto-Centavos = WS-Monto * 100
            MOVE 0 TO WS-Centavos-Repartidos
            PERFORM MOD4B-CUOTA-MUNICIPIO THRU FIN-MD4B
               VARYING WS-Indice-Municipio FROM 1 BY 1
               UNTIL WS-Indice-Municipio > WS-Total-Municipios
            COMPUTE WS-Centavos-Sobrantes =
               WS-Monto-Centavos - WS-Centavos-Repartidos
            PERFORM MOD4C-ASIGNAR-SOBRANTE THRU FIN-MD4C
               UNTIL WS-Centavos-Sobrantes = 0.
       FIN-MD4.
            EXIT.

       MOD4B-CUOTA-MUNICIPIO.
            COMPUTE WS-Producto = WS-Monto-Centavos *
               WS-Mun-Habitantes(WS-Indice-Municipio)
            DIVIDE WS-Producto BY WS-Total-Habitantes
               GIVING WS-Mun-Centavos(WS-Indice-Municipio)
               REMAINDER WS-Mun-Resto(WS-Indice-Municipio)
            ADD WS-Mun-Centavos(WS-Indice-Municipio)
               TO WS-Centavos-Repartidos.
       FIN-MD4B.
            EXIT.

       MOD4C-ASIGNAR-SOBRANTE.
            MOVE 0 TO WS-Indice-Mayor
            MOVE 0 TO WS-Mayor-Resto
            PERFORM MOD4D-BUSCAR-MAYOR-RESTO THRU FIN-MD4D
               VARYING WS-Indice-Municipio FROM 1 BY 1
               UNTIL WS-Indice-Municipio > WS-Total-Municipios
            IF WS-Indice-Mayor = 0 THEN
      * No puede pasar (sobran menos centavos que municipios), pero
      * si pasara es mejor cortar que entrar en un ciclo sin fin.
               DISPLAY "Error interno en el reparto de centavos "
                  "sobrantes; no se emiten pagos."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-Mun-Centavos(WS-Indice-Mayor)
            MOVE 'S' TO WS-Mun-Ajustado(WS-Indice-Mayor)
            SUBTRACT 1 FROM WS-Centavos-Sobrantes.
       FIN-MD4C.
            EXIT.

       MOD4D-BUSCAR-MAYOR-RESTO.
            IF WS-Mun-Ajustado(WS-Indice-Municipio) = 'N' AND
               (WS-Indice-Mayor = 0 OR
                WS-Mun-Resto(WS-Indice-Municipio) > WS-Mayor-Resto)
               THEN
               MOVE WS-Indice-Municipio TO WS-Indice-Mayor
               MOVE WS-Mun-Resto(WS-Indice-Municipio)
                  TO WS-Mayor-Resto
            END-IF.
       FIN-MD4D.
            EXIT.

      * Abre las referencias, el reporte y el archivo de pagos y
      * recorre la tabla de municipios emitiendo una linea de
      * reporte y un registro de pago por cada uno, con los cortes
      * de provincia y departamento.
       MOD5-EMITIR.
            ACCEPT WS-Env-Ruta-Municipios FROM ENVIRONMENT
               "MUNICIPIOS_DD"
            IF WS-Env-Ruta-Municipios NOT = SPACES THEN
               MOVE WS-Env-Ruta-Municipios TO WS-Ruta-Municipios
            END-IF
            MOVE "MUNICIPIOS" TO PRF-Nombre
            MOVE WS-Ruta-Municipios TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Municipios
            OPEN INPUT ArchivoMunicipios
            IF WS-Estado-Municipios = "00" THEN
               MOVE 'S' TO WS-Municipios-Abierto
            ELSE
               DISPLAY "Aviso: no se pudo abrir ArchivoMunicipios, "
                  "estado " WS-Estado-Municipios
                  ". Los municipios se rotulan solo con su clave."
            END-IF
            ACCEPT WS-Env-Ruta-Departamentos FROM ENVIRONMENT
               "DEPARTAMENTOS_DD"
            IF WS-Env-Ruta-Departamentos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Departamentos
                  TO WS-Ruta-Departamentos
            END-IF
            MOVE "DEPARTAMENTOS" TO PRF-Nombre
            MOVE WS-Ruta-Departamentos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Departamentos
            OPEN INPUT ArchivoDepartamentos
            IF WS-Estado-Departamentos = "00" THEN
               MOVE 'S' TO WS-Departamentos-Abierto
            END-IF
            ACCEPT WS-Env-Ruta-Reporte FROM ENVIRONMENT
               "CIUDADES_COPART_REPORTE_DD"
            IF WS-Env-Ruta-Reporte NOT = SPACES THEN
               MOVE WS-Env-Ruta-Reporte TO WS-Ruta-Reporte
            END-IF
            MOVE "COPART_REPORTE" TO PRF-Nombre
            MOVE WS-Ruta-Reporte TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Reporte
            ACCEPT WS-Env-Ruta-Pagos FROM ENVIRONMENT
               "CIUDADES_COPART_PAGOS_DD"
            IF WS-Env-Ruta-Pagos NOT = SPACES THEN
               MOVE WS-Env-Ruta-Pagos TO WS-Ruta-Pagos
            END-IF
            MOVE "COPART_PAGOS" TO PRF-Nombre
            MOVE WS-Ruta-Pagos TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Pagos
            OPEN OUTPUT ArchivoReporte
            IF WS-Estado-Reporte NOT = "00" THEN
               DISPLAY "No se pudo abrir ArchivoReporte, estado "
                  WS-Estado-Reporte
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT ArchivoPagos
            IF WS-Estado-Pagos NOT = "00" THEN
               DISPLAY "No se pudo abrir el archivo de pagos, estado "
                  WS-Estado-Pagos
               CLOSE ArchivoReporte
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Monto TO WS-Monto-Mask
            MOVE WS-Total-Habitantes TO WS-Habitantes-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Distribucion de coparticipacion tributaria - mes "
               DELIMITED BY SIZE
               WS-Mes DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-Fecha-Hora-Actual DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Monto a distribuir: " DELIMITED BY SIZE
               WS-Monto-Mask DELIMITED BY SIZE
               "  Poblacion base: " DELIMITED BY SIZE
               WS-Habitantes-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE '1' TO PG1-Tipo
            MOVE WS-Mes TO PG1-Mes
            MOVE WS-Fecha-Hora-Actual(1:8) TO PG1-Fecha
            MOVE WS-Monto TO PG1-Monto
            MOVE WS-Total-Habitantes TO PG1-Habitantes
            MOVE WS-Corrida TO PG1-Corrida
            WRITE RegistroPagoCabecera
            MOVE 0 TO WS-Total-Pagado
            MOVE SPACES TO WS-Prov-Anterior
            MOVE SPACES TO WS-Depto-Anterior
            PERFORM MOD5B-EMITIR-MUNICIPIO THRU FIN-MD5B
               VARYING WS-Indice-Municipio FROM 1 BY 1
               UNTIL WS-Indice-Municipio > WS-Total-Municipios
            PERFORM MOD6-SUBTOTAL-PROVINCIA THRU FIN-MD6
            PERFORM MOD7-SUBTOTAL-DEPARTAMENTO THRU FIN-MD7
            MOVE WS-Total-Pagado TO WS-Monto-Mask
            MOVE WS-Total-Municipios TO WS-Municipios-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "TOTAL PAGADO: " DELIMITED BY SIZE
               WS-Monto-Mask DELIMITED BY SIZE
               "  municipios: " DELIMITED BY SIZE
               WS-Municipios-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE '9' TO PG9-Tipo
            MOVE WS-Total-Municipios TO PG9-Registros
            MOVE WS-Total-Pagado TO PG9-Monto
            MOVE WS-Total-Habitantes TO PG9-Habitantes
            WRITE RegistroPagoFinal
            CLOSE ArchivoReporte
            PERFORM MOD14-ARCHIVAR-REPORTE THRU FIN-MD14
            CLOSE ArchivoPagos
            IF WS-Municipios-Abierto = 'S' THEN
               CLOSE ArchivoMunicipios
            END-IF
            IF WS-Departamentos-Abierto = 'S' THEN
               CLOSE ArchivoDepartamentos
            END-IF
      * Control final: la suma de los pagos tiene que ser el monto.
      * Si no lo es, el archivo de pagos no sirve y el mes no se
      * asienta, para que se pueda volver a correr.
            IF WS-Total-Pagado NOT = WS-Monto THEN
               DISPLAY "Los pagos suman " WS-Total-Pagado
                  " y el monto es " WS-Monto
                  "; el mes no se asienta."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD5.
            EXIT.

       MOD5B-EMITIR-MUNICIPIO.
            IF WS-Mun-Clave(WS-Indice-Municipio)(1:4) NOT =
               WS-Prov-Anterior AND WS-Prov-Anterior NOT = SPACES
               THEN
               PERFORM MOD6-SUBTOTAL-PROVINCIA THRU FIN-MD6
            END-IF
            IF WS-Mun-Clave(WS-Indice-Municipio)(1:2) NOT =
               WS-Depto-Anterior AND WS-Depto-Anterior NOT = SPACES
               THEN
               PERFORM MOD7-SUBTOTAL-DEPARTAMENTO THRU FIN-MD7
            END-IF
            MOVE SPACES TO WS-Mun-Nombre
            MOVE SPACES TO WS-Prov-Nombre
            MOVE 'N' TO WS-Mun-Encontrado
            IF WS-Municipios-Abierto = 'S' THEN
               MOVE WS-Mun-Clave(WS-Indice-Municipio) TO MUN-Clave
               READ ArchivoMunicipios
                  KEY IS MUN-Clave
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE MUN-NombreMunicipio TO WS-Mun-Nombre
                     MOVE MUN-NombreProvincia TO WS-Prov-Nombre
                     MOVE MUN-Departamento
                        TO WS-Mun-Departamento(WS-Indice-Municipio)
                     MOVE 'S' TO WS-Mun-Encontrado
               END-READ
            END-IF
            IF WS-Mun-Encontrado = 'N' THEN
               ADD 1 TO WS-Sin-Referencia
               MOVE "(SIN REFERENCIA)" TO WS-Mun-Nombre
            END-IF
            IF WS-Mun-Clave(WS-Indice-Municipio)(1:2) NOT =
               WS-Depto-Anterior THEN
               MOVE WS-Mun-Clave(WS-Indice-Municipio)(1:2)
                  TO WS-Depto-Anterior
               MOVE WS-Mun-Departamento(WS-Indice-Municipio)
                  TO WS-Depto-Nombre
               IF WS-Departamentos-Abierto = 'S' THEN
                  MOVE WS-Mun-Departamento(WS-Indice-Municipio)
                     TO DEP-Codigo
                  READ ArchivoDepartamentos
                     KEY IS DEP-Codigo
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE DEP-NombreOficial TO WS-Depto-Nombre
                  END-READ
               END-IF
               MOVE SPACES TO WS-Linea-Reporte
               WRITE LineaReporte FROM WS-Linea-Reporte
               STRING "DEPARTAMENTO " DELIMITED BY SIZE
                  WS-Depto-Anterior DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Depto-Nombre DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            IF WS-Mun-Clave(WS-Indice-Municipio)(1:4) NOT =
               WS-Prov-Anterior THEN
               MOVE WS-Mun-Clave(WS-Indice-Municipio)(1:4)
                  TO WS-Prov-Anterior
               MOVE SPACES TO WS-Linea-Reporte
               STRING "  PROVINCIA " DELIMITED BY SIZE
                  WS-Prov-Anterior DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Prov-Nombre DELIMITED BY SIZE
                  INTO WS-Linea-Reporte
               END-STRING
               WRITE LineaReporte FROM WS-Linea-Reporte
            END-IF
            COMPUTE WS-Monto-Municipio =
               WS-Mun-Centavos(WS-Indice-Municipio) / 100
            COMPUTE WS-Porcentaje ROUNDED =
               WS-Mun-Habitantes(WS-Indice-Municipio) * 100 /
               WS-Total-Habitantes
            MOVE WS-Mun-Habitantes(WS-Indice-Municipio)
               TO WS-Habitantes-Mask
            MOVE WS-Monto-Municipio TO WS-Monto-Mask
            MOVE WS-Porcentaje TO WS-Porcentaje-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "    " DELIMITED BY SIZE
               WS-Mun-Clave(WS-Indice-Municipio) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Mun-Nombre DELIMITED BY SIZE
               " hab: " DELIMITED BY SIZE
               WS-Habitantes-Mask DELIMITED BY SIZE
               "  %: " DELIMITED BY SIZE
               WS-Porcentaje-Mask DELIMITED BY SIZE
               "  monto: " DELIMITED BY SIZE
               WS-Monto-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE '2' TO PG2-Tipo
            MOVE WS-Mun-Clave(WS-Indice-Municipio) TO PG2-Clave
            MOVE WS-Mun-Nombre TO PG2-NombreMunicipio
            MOVE WS-Mun-Departamento(WS-Indice-Municipio)
               TO PG2-Departamento
            MOVE WS-Mun-Habitantes(WS-Indice-Municipio)
               TO PG2-Habitantes
            MOVE WS-Monto-Municipio TO PG2-Monto
            WRITE RegistroPagoDetalle
            ADD WS-Monto-Municipio TO WS-Total-Pagado
            ADD WS-Monto-Municipio TO WS-Prov-Monto
            ADD WS-Monto-Municipio TO WS-Depto-Monto
            ADD WS-Mun-Habitantes(WS-Indice-Municipio)
               TO WS-Prov-Habitantes
            ADD WS-Mun-Habitantes(WS-Indice-Municipio)
               TO WS-Depto-Habitantes.
       FIN-MD5B.
            EXIT.

       MOD6-SUBTOTAL-PROVINCIA.
            MOVE WS-Prov-Habitantes TO WS-Habitantes-Mask
            MOVE WS-Prov-Monto TO WS-Monto-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "  Subtotal provincia " DELIMITED BY SIZE
               WS-Prov-Anterior DELIMITED BY SIZE
               " hab: " DELIMITED BY SIZE
               WS-Habitantes-Mask DELIMITED BY SIZE
               "  monto: " DELIMITED BY SIZE
               WS-Monto-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE 0 TO WS-Prov-Habitantes
            MOVE 0 TO WS-Prov-Monto.
       FIN-MD6.
            EXIT.

       MOD7-SUBTOTAL-DEPARTAMENTO.
            MOVE WS-Depto-Habitantes TO WS-Habitantes-Mask
            MOVE WS-Depto-Monto TO WS-Monto-Mask
            MOVE SPACES TO WS-Linea-Reporte
            STRING "Subtotal departamento " DELIMITED BY SIZE
               WS-Depto-Anterior DELIMITED BY SIZE
               " hab: " DELIMITED BY SIZE
               WS-Habitantes-Mask DELIMITED BY SIZE
               "  monto: " DELIMITED BY SIZE
               WS-Monto-Mask DELIMITED BY SIZE
               INTO WS-Linea-Reporte
            END-STRING
            WRITE LineaReporte FROM WS-Linea-Reporte
            MOVE 0 TO WS-Depto-Habitantes
            MOVE 0 TO WS-Depto-Monto.
       FIN-MD7.
            EXIT.

      * El registro de corridas solo crece: una linea por mes
      * distribuido, con el monto, los contadores y quien lo corrio.
       MOD8-ASENTAR-CORRIDA.
            OPEN EXTEND ArchivoCorridas
            IF WS-Estado-Corridas NOT = "00" THEN
               OPEN OUTPUT ArchivoCorridas
               IF WS-Estado-Corridas = "00" THEN
                  CLOSE ArchivoCorridas
                  OPEN EXTEND ArchivoCorridas
               END-IF
            END-IF
            IF WS-Estado-Corridas NOT = "00" THEN
               DISPLAY "No se pudo asentar la corrida, estado "
                  WS-Estado-Corridas
                  ". El archivo de pagos existe pero el mes no "
                  "figura como distribuido; asientelo a mano."
               MOVE 1 TO WS-Retorno-Final
               GO TO FIN-MD8
            END-IF
            MOVE WS-Mes TO CO-Mes
            MOVE FUNCTION CURRENT-DATE TO WS-Fecha-Hora-Actual
            MOVE WS-Fecha-Hora-Actual TO CO-FechaHora
            MOVE WS-Monto TO CO-Monto
            MOVE WS-Total-Municipios TO CO-Municipios
            MOVE WS-Total-Habitantes TO CO-Habitantes
            MOVE WS-Operador TO CO-Operador
            MOVE WS-Corrida TO CO-Corrida
            WRITE RegistroCorrida
            IF WS-Estado-Corridas NOT = "00" THEN
               DISPLAY "No se pudo escribir el registro de corridas, "
                  "estado " WS-Estado-Corridas
               MOVE 1 TO WS-Retorno-Final
            END-IF
            CLOSE ArchivoCorridas.
       FIN-MD8.
            EXIT.

      * Un mes que ya figura en el registro de corridas no se vuelve
      * a distribuir: se informa cuando y quien lo hizo y se termina
      * sin emitir nada. Sin registro todavia, no hay mes pagado.
       MOD9-VERIFICAR-REGISTRO.
            ACCEPT WS-Env-Ruta-Corridas FROM ENVIRONMENT
               "CIUDADES_COPART_CORRIDAS_DD"
            IF WS-Env-Ruta-Corridas NOT = SPACES THEN
               MOVE WS-Env-Ruta-Corridas TO WS-Ruta-Corridas
            END-IF
            MOVE "COPART_CORRIDAS" TO PRF-Nombre
            MOVE WS-Ruta-Corridas TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Corridas
            MOVE 'N' TO WS-Mes-Pagado
            OPEN INPUT ArchivoCorridas
            IF WS-Estado-Corridas NOT = "00" THEN
               GO TO FIN-MD9
            END-IF
            MOVE 'N' TO WS-Fin-Corridas
            PERFORM MOD9B-LEER-CORRIDA THRU FIN-MD9B
               UNTIL WS-Fin-Corridas = 'S'
            CLOSE ArchivoCorridas
            IF WS-Mes-Pagado = 'S' THEN
               MOVE CO-Monto TO WS-Monto-Mask
               DISPLAY "El mes " WS-Mes " ya fue distribuido el "
                  CO-FechaHora(1:8) " por "
                  FUNCTION TRIM(CO-Operador) " (monto "
                  WS-Monto-Mask "); no se paga dos veces."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD9.
            EXIT.

       MOD9B-LEER-CORRIDA.
            READ ArchivoCorridas
               AT END MOVE 'S' TO WS-Fin-Corridas
               NOT AT END
                  IF CO-Mes = WS-Mes THEN
                     MOVE 'S' TO WS-Mes-Pagado
                     MOVE 'S' TO WS-Fin-Corridas
                  END-IF
            END-READ.
       FIN-MD9B.
            EXIT.

      * Balanceo batch: recuenta los registros del maestro y el
      * total de NroHabitantesCenso y los compara con el registro de
      * control. Igual que en ExtractoMinisterio, un control AUSENTE
      * tambien aborta: no se reparte plata sobre un maestro sin
      * balancear. La pasada consume el archivo, que al final se
      * cierra y se reabre.
       MOD10-VERIFICAR-BALANCE.
            ACCEPT WS-Env-Ruta-Control FROM ENVIRONMENT
               "CIUDADES_CONTROL_DD"
            IF WS-Env-Ruta-Control NOT = SPACES THEN
               MOVE WS-Env-Ruta-Control TO WS-Ruta-Control
            END-IF
            MOVE "CONTROL" TO PRF-Nombre
            MOVE WS-Ruta-Control TO PRF-Ruta
            CALL "PerfilAmbiente" USING PRF-Parametros
            MOVE PRF-Ruta TO WS-Ruta-Control
            OPEN INPUT ArchivoControl
            IF WS-Estado-Control NOT = "00" THEN
               DISPLAY "No hay registro de control (estado "
                  WS-Estado-Control "); sin balancear no se "
                  "distribuye la coparticipacion."
               CLOSE ArchivoCiudades
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            READ ArchivoControl
               AT END
                  DISPLAY "El registro de control esta vacio; sin "
                     "balancear no se distribuye la coparticipacion."
                  CLOSE ArchivoControl
                  CLOSE ArchivoCiudades
                  PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
                  MOVE 2 TO RETURN-CODE
                  STOP RUN
            END-READ
            MOVE CT-Registros TO WS-Control-Registros
            MOVE CT-TotalHabitantes TO WS-Control-Habitantes
            MOVE CT-Programa TO WS-Control-Programa
            CLOSE ArchivoControl
            MOVE 0 TO WS-Conteo-Registros
            MOVE 0 TO WS-Conteo-Habitantes
            MOVE 'N' TO WS-Fin-Maestro
            PERFORM MOD10B-CONTAR-CIUDAD THRU FIN-MD10B
               UNTIL WS-Fin-Maestro = 'S'
            MOVE 'N' TO WS-Fin-Maestro
            CLOSE ArchivoCiudades
            IF WS-Conteo-Registros NOT = WS-Control-Registros OR
               WS-Conteo-Habitantes NOT = WS-Control-Habitantes THEN
               DISPLAY "FUERA DE BALANCE: el maestro tiene "
                  WS-Conteo-Registros " registros y "
                  WS-Conteo-Habitantes " habitantes, pero el registro "
                  "de control (" WS-Control-Programa ") dice "
                  WS-Control-Registros " registros y "
                  WS-Control-Habitantes " habitantes. No se "
                  "distribuye la coparticipacion."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 2 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT ArchivoCiudades
            IF WS-Estado-Archivo NOT = "00" THEN
               DISPLAY "No se pudo reabrir ArchivoCiudades, estado "
                  WS-Estado-Archivo
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD10.
            EXIT.

       MOD10B-CONTAR-CIUDAD.
            READ ArchivoCiudades
               AT END MOVE 'S' TO WS-Fin-Maestro
               NOT AT END
                  ADD 1 TO WS-Conteo-Registros
                  IF NroHabitantesCenso NUMERIC THEN
                     ADD NroHabitantesCenso TO WS-Conteo-Habitantes
                  END-IF
            END-READ.
       FIN-MD10B.
            EXIT.

      * Toma el bloqueo compartido (solo lectura) del maestro via
      * BloqueoMaestro; si otro programa lo tiene, reintenta y al
      * desistir se informa quien lo tiene y se termina sin tocar
      * nada.
       MOD11-TOMAR-BLOQUEO.
            MOVE 'T' TO BLQ-Accion
            MOVE 'C' TO BLQ-Tipo
            MOVE "CoparticipacionMunicipios" TO BLQ-Programa
            CALL "BloqueoMaestro" USING BLQ-Parametros
            IF BLQ-Resultado NOT = 'S' THEN
               DISPLAY "El maestro esta en uso por "
                  FUNCTION TRIM(BLQ-Detalle)
                  ", no se puede continuar."
               MOVE 3 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD11.
            EXIT.

       MOD12-SOLTAR-BLOQUEO.
            MOVE 'S' TO BLQ-Accion
            CALL "BloqueoMaestro" USING BLQ-Parametros.
       FIN-MD12.
            EXIT.

      * El mes y el monto se toman de COPARTICIPACION_MES y
      * COPARTICIPACION_MONTO o, si no estan definidos, se piden por
      * pantalla. El mes debe ser AAAAMM con un mes entre 01 y 12;
      * el monto, digitos con a lo sumo un punto decimal y dos
      * decimales, mayor que cero.
       MOD13-LEER-PARAMETROS.
            ACCEPT WS-Mes FROM ENVIRONMENT "COPARTICIPACION_MES"
            IF WS-Mes = SPACES THEN
               DISPLAY "Mes a distribuir (AAAAMM):"
               ACCEPT WS-Mes
            END-IF
            IF WS-Mes NOT NUMERIC OR WS-Mes(5:2) < "01" OR
               WS-Mes(5:2) > "12" THEN
               DISPLAY "El mes '" WS-Mes "' no es AAAAMM, no se "
                  "puede distribuir."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-Monto-Texto FROM ENVIRONMENT
               "COPARTICIPACION_MONTO"
            IF WS-Monto-Texto = SPACES THEN
               DISPLAY "Monto del mes en bolivianos (p.ej. "
                  "1234567.89):"
               ACCEPT WS-Monto-Texto
            END-IF
            MOVE 'S' TO WS-Monto-Valido
            MOVE 0 TO WS-Puntos
            MOVE 0 TO WS-Digitos-Enteros
            MOVE 0 TO WS-Digitos-Decimales
            COMPUTE WS-Largo-Monto =
               FUNCTION LENGTH(FUNCTION TRIM(WS-Monto-Texto))
            IF WS-Monto-Texto = SPACES THEN
               MOVE 'N' TO WS-Monto-Valido
            ELSE
               MOVE FUNCTION TRIM(WS-Monto-Texto) TO WS-Monto-Texto
               PERFORM MOD13B-VALIDAR-CARACTER THRU FIN-MD13B
                  VARYING WS-Indice-Caracter FROM 1 BY 1
                  UNTIL WS-Indice-Caracter > WS-Largo-Monto
            END-IF
            IF WS-Digitos-Enteros = 0 OR WS-Digitos-Enteros > 11 OR
               WS-Digitos-Decimales > 2 THEN
               MOVE 'N' TO WS-Monto-Valido
            END-IF
            IF WS-Monto-Valido = 'S' THEN
               MOVE FUNCTION NUMVAL(WS-Monto-Texto) TO WS-Monto
               IF WS-Monto = 0 THEN
                  MOVE 'N' TO WS-Monto-Valido
               END-IF
            END-IF
            IF WS-Monto-Valido NOT = 'S' THEN
               DISPLAY "El monto '" FUNCTION TRIM(WS-Monto-Texto)
                  "' no es valido, no se puede distribuir."
               PERFORM MOD12-SOLTAR-BLOQUEO THRU FIN-MD12
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF.
       FIN-MD13.
            EXIT.

       MOD13B-VALIDAR-CARACTER.
            MOVE WS-Monto-Texto(WS-Indice-Caracter:1) TO WS-Caracter
            IF WS-Caracter = "." THEN
               ADD 1 TO WS-Puntos
               IF WS-Puntos > 1 THEN
                  MOVE 'N' TO WS-Monto-Valido
               END-IF
            ELSE
               IF WS-Caracter < "0" OR WS-Caracter > "9" THEN
                  MOVE 'N' TO WS-Monto-Valido
               ELSE
                  IF WS-Puntos = 0 THEN
                     ADD 1 TO WS-Digitos-Enteros
                  ELSE
                     ADD 1 TO WS-Digitos-Decimales
                  END-IF
               END-IF
            END-IF.
       FIN-MD13B.
            EXIT.

      * Guarda una copia fechada del reporte via ArchivarReporte,
      * para que la proxima corrida no pise el de hoy. Si la copia
      * no se puede hacer solo se avisa: el reporte fijo ya quedo
      * escrito y el codigo de retorno no cambia.
       MOD14-ARCHIVAR-REPORTE.
            MOVE "COPART" TO ARC-Tipo
            MOVE "CoparticipacionMunicipios" TO ARC-Programa
            MOVE WS-Ruta-Reporte TO ARC-Ruta-Reporte
            CALL "ArchivarReporte" USING ARC-Parametros
            IF ARC-Estado = 0 THEN
               DISPLAY "Reporte archivado en "
                  FUNCTION TRIM(ARC-Ruta-Archivo)
            ELSE
               DISPLAY "Aviso: no se pudo archivar el reporte "
                  "(estado " ARC-Estado "), queda solo la copia "
                  "fija de esta corrida."
            END-IF.
       FIN-MD14.
            EXIT.
       END PROGRAM CoparticipacionMunicipios.
