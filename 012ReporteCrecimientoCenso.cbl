            cada vez que cambia una cifra de habitantes) y muestra,
            por ciudad y por departamento, la cifra del censo
            anterior, la cifra actual y el crecimiento absoluto y
            porcentual entre ambos censos. Una ciudad recodificada
            con RecodificarCiudad lleva todas sus fotos a la clave
            nueva, asi que aqui sigue siendo una sola ciudad y su
            crecimiento se mide aunque haya cambiado de CodigoINE.

      * ENVIRONMENT DIVISION.- Consta de la información del entorno
       ENVIRONMENT DIVISION.
