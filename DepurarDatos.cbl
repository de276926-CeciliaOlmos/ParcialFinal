                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT LISTADO ASSIGN TO "..\datos_observados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Listado de depuracion de los datos personales ya cargados:
      * DNI repetidos entre legajos distintos y CBU que no pasan el
