           03 mov-hora pic 9(8).
           03 filler pic x.
           03 mov-medio pic x.
           03 filler pic x.
           03 mov-sede pic 9(2).

       FD  LISTADO.
       01  lis-linea pic x(80).
