           RELATIVE key is rel-nro.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ELEGIDO ASSIGN TO "..\busqueda_elegido.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-elegido.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
           SELECT OPTIONAL PADRON-HIST
                   ASSIGN TO "..\padron_historico.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-phi.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CUOTAS-HIST
                   ASSIGN TO "..\cuotas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS his-llave
                   FILE STATUS IS w-status-hist.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-llave
                   FILE STATUS IS w-status-conv.
           SELECT OPTIONAL LIQUIDACIONES
                   ASSIGN TO "..\liquidaciones_baja.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-liq.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).
      * Legajo que el operador eligio en BuscarSocio (cero si no
      * eligio ninguno).
       FD  ELEGIDO.
       01  ele-reg.
           03 ele-legajo pic 9(5).

       FD  AUDITORIA.
       01  aud-reg.
           03 aud-legajo pic 9(5).
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
      * Sede del socio (la mantiene MantenerSedes); los socios
      * anteriores a las sedes quedan en la 01.
           03 dat-sede pic 9(2).

      * Traba de uso exclusivo entre las sesiones interactivas y el
      * proceso nocturno: un registro "N" marca el nocturno en curso,
           03 tra-fecha pic 9(8).
           03 filler pic x value space.
           03 tra-hora pic 9(8).

      * Padron historico de bajas depuradas (lo graba DepurarBajas):
      * de aca sale el ex-socio que pide reincorporarse.
       FD  PADRON-HIST.
       01  phi-reg.
           03 phi-legajo pic 9(5).
           03 filler pic x.
           03 phi-nombre pic x(30).
           03 filler pic x.
           03 phi-dni pic 9(8).
           03 filler pic x.
           03 phi-domicilio pic x(30).
           03 filler pic x.
           03 phi-telefono pic x(15).
           03 filler pic x.
           03 phi-fecha-alta pic 9(8).
           03 filler pic x.
           03 phi-saldo-favor pic 9(8).
           03 filler pic x.
           03 phi-ult-movim pic 9(8).
           03 filler pic x.
           03 phi-fecha-depurado pic 9(8).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuota-llave.
               05 cuo-alumno pic 9(5).
               05 cuo-cuota pic 9(2).
               05 cuo-anio pic 9(4).
           03 cuo-fecha pic 9(8).
           03 cuo-estado pic x.
           03 cuo-importe pic 9(8).
           03 cuo-pagado pic 9(8).
           03 cuo-debe pic 9(8).
           03 cuo-concepto pic 9(2).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * Cuotas de ejercicios archivados (ArchivarCuotas): las que el
      * ex-socio dejo impagas vuelven a cuotas.dat al reincorporarlo.
       FD  CUOTAS-HIST.
       01  his-reg.
           03 his-llave.
               05 his-alumno pic 9(5).
               05 his-cuota pic 9(2).
               05 his-anio pic 9(4).
           03 his-fecha pic 9(8).
           03 his-estado pic x.
           03 his-importe pic 9(8).
           03 his-pagado pic 9(8).
           03 his-debe pic 9(8).
           03 his-concepto pic 9(2).
           03 his-llave-periodo.
               05 his-per-anio pic 9(4).
               05 his-per-cuota pic 9(2).
               05 his-per-alumno pic 9(5).

       FD  CONVENIOS.
       01  conv-reg.
           03 conv-llave.
               05 conv-legajo pic 9(5).
               05 conv-cuota-plan pic 9(2).
           03 conv-vencimiento pic 9(8).
           03 conv-estado pic x.
           03 conv-importe pic 9(8).
           03 conv-pagado pic 9(8).
           03 conv-fecha-alta pic 9(8).
           03 conv-cant-cuotas pic 9(2).

      * Actas de LiquidarBaja: de la del legajo sale la deuda real
      * que tenia al momento de la baja.
       FD  LIQUIDACIONES.
       01  liq-linea pic x(80).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       77  w-cbu-ok pic 9 value zero.
       77  w-dni-ok pic 9 value zero.
       77  w-cbu-suma pic 9(4) value zero.
       77  idx-cbu pic 9(2) value zero.
       77  w-dni-carga pic 9(8) value zero.
       77  w-flag-dat pic 9 value zero.
       01  w-dat-guardado pic x(181) value spaces.
       77  w-legajo-tecleado pic x(5) value spaces.
       77  w-status-elegido pic xx value spaces.
       77  w-nombre-norm pic x(30) value spaces.
       77  w-pos-coma pic 9(2) value zero.
       77  w-pos-ini pic 9(2) value zero.
       77  w-pos-fin pic 9(2) value zero.
       77  w-mail-anterior pic x(30) value spaces.
      * Pesos del digito verificador del CBU (posiciones 8 y 22 en
      * cero porque son los propios verificadores).
       01  w-pesos-cbu pic x(22) value "7139713039713971397130".
       01  rel-nro pic 9(5).
           88 no-quiere-mas value 0.
       77  w-llave-menu pic 9.
           88 salir-menu VALUE 8.
       77  w-resp-datos pic x value space.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-ope pic 9 value zero.
       77  w-ind-tra pic 9(2) value zero.
       01  w-tab-trabas.
           03 w-tab-traba pic x(45) occurs 20.
       77  w-status-phi pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-hist pic xx value spaces.
       77  w-status-conv pic xx value spaces.
       77  w-status-liq pic xx value spaces.
       77  w-flag-phi pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-liq pic 9 value zero.
       77  w-opcion-busca pic 9 value zero.
       77  w-busca-legajo pic 9(5) value zero.
       77  w-busca-dni pic 9(8) value zero.
       77  w-phi-hallado pic 9 value zero.
       77  w-reincorporando pic 9 value zero.
       77  w-reinc-ubicado pic 9 value zero.
       77  w-reinc-existe pic 9 value zero.
       77  w-reinc-con-datos pic 9 value zero.
       77  w-reinc-legajo pic 9(5) value zero.
       77  w-reinc-nombre pic x(30) value spaces.
       77  w-reinc-dni pic 9(8) value zero.
       77  w-reinc-domicilio pic x(30) value spaces.
       77  w-reinc-telefono pic x(15) value spaces.
       77  w-reinc-fecha-alta pic 9(8) value zero.
       77  w-reinc-saldo pic 9(8) value zero.
       77  w-reinc-depurado pic 9(8) value zero.
       77  w-reinc-estado pic x value space.
       77  w-habilitable pic 9 value zero.
       77  w-deuda-viva pic 9(10) value zero.
       77  w-deuda-archivada pic 9(10) value zero.
       77  w-deuda-pend pic 9(10) value zero.
       77  w-cuotas-vivas pic 9(4) value zero.
       77  w-cuotas-archivadas pic 9(4) value zero.
       77  w-cuotas-repuestas pic 9(4) value zero.
       77  w-conv-vigente pic 9 value zero.
       77  w-liq-propia pic 9 value zero.
       77  w-liq-legajo pic 9(5) value zero.
       77  w-liq-fecha pic 9(8) value zero.
       77  w-liq-deuda pic 9(10) value zero.
       77  w-fecha-liq-baja pic 9(8) value zero.
       77  w-deuda-liq-baja pic 9(10) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           DISPLAY "  4- MODIFICACION"
           DISPLAY "  5- SUSPENDER/REACTIVAR"
           DISPLAY "  6- DATOS PERSONALES"
           DISPLAY "  7- REINCORPORACION"
           DISPLAY "  8- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL (w-llave-menu < 9 AND w-llave-menu >0)
           OR limite-alcanzado
               ADD 1 TO w-intentos-invalidos
               IF limite-alcanzado
                   MOVE "MENU" TO w-aud-operacion
                   MOVE "LIMITE INTENTOS" TO w-aud-resultado
                   PERFORM 650-REGISTRAR-AUDITORIA
                   MOVE 8 TO w-llave-menu
               ELSE
                   DISPLAY "Opcion incorrecta"
                   PERFORM 200-MENU
           END-IF.

      * BAJA, MODIFICACION y SUSPENDER/REACTIVAR son operaciones
      * sensibles: solo el perfil supervisor. El alta de socios, la
      * reincorporacion y los datos personales requieren perfil de
      * carga o supervisor; la consulta la puede hacer cualquiera.
       310-VERIFICAR-PERMISO.
           MOVE 1 TO w-permiso-ok.
           IF (w-llave-menu = 3 OR w-llave-menu = 4
           AND w-perfil NOT = "S"
               MOVE ZERO TO w-permiso-ok
           END-IF.
           IF (w-llave-menu = 1 OR w-llave-menu = 6
               OR w-llave-menu = 7)
           AND w-perfil = "C"
               MOVE ZERO TO w-permiso-ok
           END-IF.
                           IF w-llave-menu is EQUAL 5
                               PERFORM 780-SUSPENDER
                           ELSE
                               IF w-llave-menu is EQUAL 6
                                   PERFORM 850-DATOS-PERSONALES
                               ELSE
                                   PERFORM 900-REINCORPORACION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           PERFORM 410-INVOCAR-FUNCION-HASHING.
           PERFORM 420-BUSCAR-UBICACION.

      * El socio en ventanilla casi nunca sabe su legajo: con "B"
      * se lo busca por DNI o apellido (BuscarSocio) y se toma el
      * legajo que se elija de la lista.
       405-PIDO-ALU.
           DISPLAY "Ingrese legajo del alumno (B=BUSCAR POR DNI O "
               "APELLIDO)".
           ACCEPT w-legajo-tecleado.
           IF w-legajo-tecleado = "B" OR w-legajo-tecleado = "b"
               PERFORM 407-BUSCAR-SOCIO
           ELSE
               COMPUTE w-alu-ant = FUNCTION NUMVAL (w-legajo-tecleado)
           END-IF.

       407-BUSCAR-SOCIO.
           MOVE ZERO TO w-alu-ant.
           CALL "SYSTEM" USING "BuscarSocio".
           OPEN INPUT ELEGIDO.
           IF w-status-elegido = "00"
               READ ELEGIDO
                   AT END MOVE "10" TO w-status-elegido
               END-READ
               IF w-status-elegido = "00"
                   MOVE ele-legajo TO w-alu-ant
               END-IF
               CLOSE ELEGIDO
           ELSE
               IF w-status-elegido = "05"
                   CLOSE ELEGIDO
               END-IF
           END-IF.
           DISPLAY "LEGAJO: " w-alu-ant.

      * El divisor ya no es fijo: sale del area primaria con la que
      * se armo la tabla (alu_capacidad.txt), para que una tabla
           MOVE alu-puntero to rel-nro.
           MOVE w-alu-ant TO alu-alumno.
           MOVE ZERO to alu-puntero.
           IF w-reincorporando = 1
               PERFORM 960-RESTO-REINCORPORACION
           ELSE
               PERFORM 450-PIDO-RESTO
           END-IF.
           PERFORM 470-ACTUALIZAR-ALU.

       480-UBICAR-SINONIMO.
               DISPLAY "EL SOCIO ESTA DADO DE BAJA, NO SE SUSPENDE"
           ELSE
               IF alu-estado = "S"
                   PERFORM 980-HABILITACION-REINCORPORADO
                   IF w-habilitable = 1
                       PERFORM 450-PIDO-RESTO
                       PERFORM 470-ACTUALIZAR-ALU
                       DISPLAY "SOCIO REACTIVADO. LEGAJO: ",
                           alu-alumno
                       MOVE "REACTIVACION" TO w-aud-operacion
                       MOVE "REALIZADA" TO w-aud-resultado
                       PERFORM 650-REGISTRAR-AUDITORIA
                   ELSE
                       DISPLAY "SOCIO REINCORPORADO CON DEUDA "
                           "PENDIENTE: " w-deuda-pend
                       DISPLAY "CANCELELA EN CAJA O DOCUMENTE UN "
                           "CONVENIO (ArmarConvenio) ANTES DE "
                           "REACTIVARLO"
                       MOVE "REACTIVACION" TO w-aud-operacion
                       MOVE "DEUDA PENDIENTE" TO w-aud-resultado
                       PERFORM 650-REGISTRAR-AUDITORIA
                   END-IF
               ELSE
                   MOVE "S" TO alu-estado
                   PERFORM 470-ACTUALIZAR-ALU
           MOVE "AC" TO dat-categoria.
           MOVE ZERO TO dat-dni.
           MOVE ZERO TO dat-fecha-nac.
           MOVE "N" TO dat-mail-invalido.
           MOVE 1 TO dat-sede.
           MOVE w-alu-ant TO dat-legajo.
           PERFORM 868-PIDO-DATOS.
           ACCEPT dat-fecha-alta FROM DATE YYYYMMDD.
       868-PIDO-DATOS.
           DISPLAY "Nombre y apellido: ".
           ACCEPT dat-nombre.
           PERFORM 869-NORMALIZAR-APELLIDO.
      * El DNI no puede figurar ya en otro legajo: los duplicados
      * por error de tipeo rompen el padron electoral y el regimen
      * impositivo.
           DISPLAY "Telefono: ".
           ACCEPT dat-telefono.
           DISPLAY "Mail: ".
           MOVE dat-mail TO w-mail-anterior.
           ACCEPT dat-mail.
      * Un mail corregido vuelve a recibir los envios por correo
      * aunque el anterior hubiera rebotado.
           IF dat-mail NOT = w-mail-anterior
               MOVE "N" TO dat-mail-invalido
           END-IF.
      * Un CBU mal formado recien aparece cuando el banco rechaza
      * el debito: se valida el digito verificador en la carga.
           MOVE ZERO TO w-cbu-ok.
                   MOVE "AC" TO dat-categoria
               END-IF
           END-PERFORM.
      * La sede del socio define en que caja y en que reportes por
      * sede figura; ENTER deja la que tenia (la 01 en un alta).
           IF dat-sede NOT NUMERIC OR dat-sede = ZERO
               MOVE 1 TO dat-sede
           END-IF.
           MOVE ZERO TO w-sede-valida.
           PERFORM UNTIL w-sede-valida = 1
               DISPLAY "Sede del socio (ENTER=" dat-sede "): "
               MOVE ZERO TO w-sede-pedida
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE dat-sede TO w-sede-pedida
               END-IF
               PERFORM 890-VALIDAR-SEDE
               IF w-sede-valida = ZERO
                   DISPLAY "SEDE INEXISTENTE O DADA DE BAJA, "
                       "REINGRESE"
               END-IF
           END-PERFORM.
           MOVE w-sede-pedida TO dat-sede.

      * Validacion del CBU: 22 digitos con verificador en las
      * posiciones 8 (sobre el bloque banco/sucursal) y 22 (sobre
               END-IF
           END-IF.

      * La busqueda del DNI va por la clave alternativa y solo lee
      * los legajos que ya lo tienen; el registro en carga se
      * resguarda y se repone porque la lectura pisa el area del
      * registro.
       885-VERIFICAR-DNI.
           MOVE 1 TO w-dni-ok.
           IF dat-dni = ZERO
               MOVE dat-dni TO w-dni-carga
               MOVE dat-reg TO w-dat-guardado
               MOVE ZERO TO w-flag-dat
               START DATOS KEY IS = dat-dni
                   INVALID KEY MOVE 1 TO w-flag-dat
               END-START
               PERFORM UNTIL w-flag-dat = 1
                   READ DATOS NEXT
                       AT END MOVE 1 TO w-flag-dat
                       NOT AT END
                           IF dat-dni NOT = w-dni-carga
                               MOVE 1 TO w-flag-dat
                           ELSE
                               IF dat-legajo NOT = w-alu-ant
                                   MOVE ZERO TO w-dni-ok
                                   DISPLAY "  YA LO TIENE EL LEGAJO "
                                       dat-legajo
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE w-dat-guardado TO dat-reg
           END-IF.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       890-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 895-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 895-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           ELSE
               IF w-status-sed = "05"
                   CLOSE SEDES
               END-IF
           END-IF.
           IF w-hay-sedes = ZERO AND w-sede-pedida = 1
               MOVE 1 TO w-sede-valida
               MOVE "SEDE CENTRAL" TO w-sede-nombre
           END-IF.

       895-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

      * Apellido normalizado para la busqueda de socios: mayusculas
      * y sin blancos adelante. Si el nombre se cargo como
      * "APELLIDO, NOMBRES" es lo que esta antes de la coma; si no,
      * la ultima palabra (se carga "Nombre y apellido").
       869-NORMALIZAR-APELLIDO.
           MOVE FUNCTION UPPER-CASE (dat-nombre) TO w-nombre-norm.
           MOVE SPACES TO dat-apellido.
           MOVE ZERO TO w-pos-coma.
           INSPECT w-nombre-norm TALLYING w-pos-coma
               FOR CHARACTERS BEFORE INITIAL ",".
           IF w-pos-coma < 30
               MOVE 1 TO w-pos-ini
               PERFORM UNTIL w-pos-ini > w-pos-coma
               OR w-nombre-norm (w-pos-ini:1) NOT = SPACE
                   ADD 1 TO w-pos-ini
               END-PERFORM
               MOVE w-pos-coma TO w-pos-fin
           ELSE
               MOVE 30 TO w-pos-fin
               PERFORM UNTIL w-pos-fin = ZERO
               OR w-nombre-norm (w-pos-fin:1) NOT = SPACE
                   SUBTRACT 1 FROM w-pos-fin
               END-PERFORM
               MOVE w-pos-fin TO w-pos-ini
               PERFORM UNTIL w-pos-ini < 2
               OR w-nombre-norm (w-pos-ini - 1:1) = SPACE
                   SUBTRACT 1 FROM w-pos-ini
               END-PERFORM
           END-IF.
           IF w-pos-fin > ZERO AND w-pos-fin >= w-pos-ini
               MOVE w-nombre-norm (w-pos-ini:w-pos-fin - w-pos-ini + 1)
                   TO dat-apellido
           END-IF.

       870-MODIFICAR-DATOS.
           PERFORM 875-MOSTRAR-DATOS.
           DISPLAY "Desea modificar los datos (S/N): ".
           DISPLAY "DNI: " dat-dni " FECHA ALTA: " dat-fecha-alta.
           DISPLAY "DOMICILIO: " dat-domicilio.
           DISPLAY "TELEFONO: " dat-telefono " MAIL: " dat-mail.
           IF dat-mail-invalido = "S"
               DISPLAY "EL MAIL REBOTO: EL SOCIO RECIBE LOS AVISOS "
                   "EN PAPEL"
           END-IF.
           DISPLAY "CBU: " dat-cbu.
           DISPLAY "CATEGORIA: " dat-categoria.
           DISPLAY "SEDE: " dat-sede.

      ******************************************************************
      ******************************************************************

      * Reincorporacion de un ex-socio que DepurarBajas paso al
      * padron historico: vuelve con su legajo original (y su fecha
      * de alta, o sea su antiguedad), sus datos personales y su
      * saldo a favor. Las cuotas que dejo impagas y que el cierre
      * de ejercicio ya habia archivado vuelven a cuotas.dat para
      * poder cobrarse o entrar en un convenio. Con deuda pendiente
      * y sin convenio vigente queda suspendido: la reactivacion
      * (opcion 5) recien se permite con la deuda cancelada o el
      * convenio documentado.
       900-REINCORPORACION.
           MOVE ZERO TO w-busca-legajo.
           MOVE ZERO TO w-busca-dni.
           DISPLAY "Buscar en el padron historico por 1-LEGAJO "
               "2-DNI: ".
           ACCEPT w-opcion-busca.
           IF w-opcion-busca = 1
               DISPLAY "Legajo: "
               ACCEPT w-busca-legajo
           ELSE
               IF w-opcion-busca = 2
                   DISPLAY "DNI: "
                   ACCEPT w-busca-dni
               ELSE
                   DISPLAY "Opcion incorrecta"
               END-IF
           END-IF.
           IF w-busca-legajo NOT = ZERO OR w-busca-dni NOT = ZERO
               PERFORM 910-BUSCAR-HISTORICO
               IF w-phi-hallado = 1
                   PERFORM 920-PREPARAR-REINCORPORACION
               ELSE
                   DISPLAY "NO FIGURA EN EL PADRON HISTORICO"
                   MOVE w-busca-legajo TO w-alu-ant
                   MOVE "REINCORPORAC" TO w-aud-operacion
                   MOVE "NO ENCONTRADO" TO w-aud-resultado
                   PERFORM 650-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      * Si el legajo se depuro mas de una vez vale la ultima linea.
       910-BUSCAR-HISTORICO.
           MOVE ZERO TO w-phi-hallado.
           MOVE ZERO TO w-flag-phi.
           OPEN INPUT PADRON-HIST.
           IF w-status-phi = "00"
               PERFORM 915-LEER-HISTORICO
               PERFORM UNTIL w-flag-phi = 1
                   IF (w-busca-legajo NOT = ZERO
                       AND phi-legajo = w-busca-legajo)
                   OR (w-busca-dni NOT = ZERO
                       AND phi-dni = w-busca-dni)
                       MOVE 1 TO w-phi-hallado
                       MOVE phi-legajo TO w-reinc-legajo
                       MOVE phi-nombre TO w-reinc-nombre
                       MOVE phi-dni TO w-reinc-dni
                       MOVE phi-domicilio TO w-reinc-domicilio
                       MOVE phi-telefono TO w-reinc-telefono
                       MOVE phi-fecha-alta TO w-reinc-fecha-alta
                       MOVE phi-saldo-favor TO w-reinc-saldo
                       MOVE phi-fecha-depurado TO w-reinc-depurado
                   END-IF
                   PERFORM 915-LEER-HISTORICO
               END-PERFORM
               CLOSE PADRON-HIST
           ELSE
               IF w-status-phi = "05"
                   CLOSE PADRON-HIST
               END-IF
           END-IF.

       915-LEER-HISTORICO.
           READ PADRON-HIST AT END MOVE 1 TO w-flag-phi.

       920-PREPARAR-REINCORPORACION.
           MOVE w-reinc-legajo TO w-alu-ant.
           DISPLAY "LEGAJO: " w-reinc-legajo " " w-reinc-nombre.
           DISPLAY "DNI: " w-reinc-dni " ALTA ORIGINAL: "
               w-reinc-fecha-alta " DEPURADO EL: " w-reinc-depurado.
           PERFORM 410-INVOCAR-FUNCION-HASHING.
           PERFORM 430-LEER-ALU.
           IF w-alu-ant NOT = alu-alumno
               PERFORM UNTIL alu-puntero is =0
               or w-alu-ant is =alu-alumno
                   MOVE alu-puntero to rel-nro
                   PERFORM 430-LEER-ALU
               END-PERFORM
           END-IF.
           IF w-alu-ant = alu-alumno
               DISPLAY "EL LEGAJO YA ESTA EN EL PADRON (ESTADO "
                   alu-estado "): NO SE REINCORPORA"
               MOVE "REINCORPORAC" TO w-aud-operacion
               MOVE "YA EXISTENTE" TO w-aud-resultado
               PERFORM 650-REGISTRAR-AUDITORIA
           ELSE
               PERFORM 925-VERIFICAR-DATOS
               PERFORM 930-RELEVAR-DEUDA
               IF w-fecha-liq-baja NOT = ZERO
                   DISPLAY "DEUDA AL LIQUIDAR LA BAJA ("
                       w-fecha-liq-baja "): " w-deuda-liq-baja
               END-IF
               DISPLAY "DEUDA PENDIENTE EN LINEA   : " w-deuda-viva
                   " (" w-cuotas-vivas " CUOTAS)"
               DISPLAY "DEUDA EN EJERCICIOS ARCHIV.: "
                   w-deuda-archivada " (" w-cuotas-archivadas
                   " CUOTAS)"
               DISPLAY "SALDO A FAVOR AL DEPURARSE : " w-reinc-saldo
               IF w-conv-vigente = 1
                   DISPLAY "TIENE CONVENIO VIGENTE"
               END-IF
               IF w-deuda-pend > ZERO AND w-conv-vigente = ZERO
                   DISPLAY "CON DEUDA Y SIN CONVENIO VUELVE "
                       "SUSPENDIDO HASTA CANCELARLA O DOCUMENTAR "
                       "UN CONVENIO"
               END-IF
               DISPLAY "Confirma la reincorporacion (S/N): "
               ACCEPT w-resp-datos
               IF w-resp-datos = "S" OR w-resp-datos = "s"
                   PERFORM 940-RESTITUIR
               END-IF
           END-IF.

      * Si el DNI ya figura en otro legajo (el ex-socio fue dado de
      * alta de nuevo) se avisa: una vez reincorporado, los dos
      * legajos se unifican con FusionarLegajos.
       925-VERIFICAR-DATOS.
           MOVE ZERO TO w-reinc-con-datos.
           MOVE w-reinc-legajo TO dat-legajo.
           READ DATOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO w-reinc-con-datos
           END-READ.
           IF w-reinc-con-datos = ZERO
               MOVE w-reinc-dni TO dat-dni
               PERFORM 885-VERIFICAR-DNI
               IF w-dni-ok = ZERO
                   DISPLAY "EL DNI YA FIGURA EN OTRO LEGAJO: "
                       "UNIFIQUELOS CON FusionarLegajos"
               END-IF
           END-IF.

       930-RELEVAR-DEUDA.
           MOVE ZERO TO w-deuda-viva w-deuda-archivada w-deuda-pend.
           MOVE ZERO TO w-cuotas-vivas w-cuotas-archivadas.
           MOVE ZERO TO w-conv-vigente.
           MOVE ZERO TO w-fecha-liq-baja w-deuda-liq-baja.
           MOVE ZERO TO w-flag-cuota.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas = "00"
               MOVE w-alu-ant TO cuo-alumno
               MOVE ZERO TO cuo-cuota
               MOVE ZERO TO cuo-anio
               START CUOTAS KEY IS >= cuota-llave
                   INVALID KEY MOVE 1 TO w-flag-cuota
               END-START
               PERFORM UNTIL w-flag-cuota = 1
                   READ CUOTAS NEXT
                       AT END MOVE 1 TO w-flag-cuota
                       NOT AT END
                           IF cuo-alumno NOT = w-alu-ant
                               MOVE 1 TO w-flag-cuota
                           ELSE
                               IF cuo-debe > ZERO
                               AND (cuo-estado = "I"
                               OR cuo-estado = "K"
                               OR cuo-estado = "V")
                                   ADD cuo-debe TO w-deuda-viva
                                   ADD 1 TO w-cuotas-vivas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           ELSE
               IF w-status-cuotas = "05"
                   CLOSE CUOTAS
               END-IF
           END-IF.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT CUOTAS-HIST.
           IF w-status-hist = "00"
               MOVE w-alu-ant TO his-alumno
               MOVE ZERO TO his-cuota
               MOVE ZERO TO his-anio
               START CUOTAS-HIST KEY IS >= his-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ CUOTAS-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF his-alumno NOT = w-alu-ant
                               MOVE 1 TO w-flag-hist
                           ELSE
                               IF his-debe > ZERO
                               AND (his-estado = "I"
                               OR his-estado = "K"
                               OR his-estado = "V")
                                   ADD his-debe TO w-deuda-archivada
                                   ADD 1 TO w-cuotas-archivadas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-HIST
           ELSE
               IF w-status-hist = "05"
                   CLOSE CUOTAS-HIST
               END-IF
           END-IF.
           COMPUTE w-deuda-pend = w-deuda-viva + w-deuda-archivada.
           OPEN INPUT CONVENIOS.
           IF w-status-conv = "00"
               MOVE w-alu-ant TO conv-legajo
               MOVE ZERO TO conv-cuota-plan
               READ CONVENIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF conv-estado = "V"
                           MOVE 1 TO w-conv-vigente
                       END-IF
               END-READ
               CLOSE CONVENIOS
           ELSE
               IF w-status-conv = "05"
                   CLOSE CONVENIOS
               END-IF
           END-IF.
           PERFORM 935-BUSCAR-LIQUIDACION.

      * El acta de LiquidarBaja abre cada liquidacion con la linea
      * "LIQUIDACION DE BAJA DEL LEGAJO nnnnn AL aaaammdd" y dos
      * lineas despues trae "  DEUDA REAL PREVIA: nnnnnnnnnn".
       935-BUSCAR-LIQUIDACION.
           MOVE ZERO TO w-liq-propia.
           MOVE ZERO TO w-flag-liq.
           OPEN INPUT LIQUIDACIONES.
           IF w-status-liq = "00"
               PERFORM 938-LEER-LIQUIDACION
               PERFORM UNTIL w-flag-liq = 1
                   IF liq-linea (1:31) =
                       "LIQUIDACION DE BAJA DEL LEGAJO "
                       MOVE ZERO TO w-liq-propia
                       IF liq-linea (32:5) IS NUMERIC
                       AND liq-linea (41:8) IS NUMERIC
                           MOVE liq-linea (32:5) TO w-liq-legajo
                           MOVE liq-linea (41:8) TO w-liq-fecha
                           IF w-liq-legajo = w-alu-ant
                               MOVE 1 TO w-liq-propia
                           END-IF
                       END-IF
                   END-IF
                   IF w-liq-propia = 1
                   AND liq-linea (1:21) = "  DEUDA REAL PREVIA: "
                   AND liq-linea (22:10) IS NUMERIC
                       MOVE liq-linea (22:10) TO w-liq-deuda
                       MOVE w-liq-fecha TO w-fecha-liq-baja
                       MOVE w-liq-deuda TO w-deuda-liq-baja
                   END-IF
                   PERFORM 938-LEER-LIQUIDACION
               END-PERFORM
               CLOSE LIQUIDACIONES
           ELSE
               IF w-status-liq = "05"
                   CLOSE LIQUIDACIONES
               END-IF
           END-IF.

       938-LEER-LIQUIDACION.
           READ LIQUIDACIONES AT END MOVE 1 TO w-flag-liq.

      * Primero se ubica el legajo en la tabla (mismo camino que el
      * alta: slot primario o area de sinonimos); recien con el
      * legajo ubicado se reponen datos y cuotas.
       940-RESTITUIR.
           IF w-deuda-pend = ZERO
               MOVE "P" TO w-reinc-estado
           ELSE
               IF w-conv-vigente = 1
                   MOVE "A" TO w-reinc-estado
               ELSE
                   MOVE "S" TO w-reinc-estado
               END-IF
           END-IF.
           MOVE ZERO TO w-reinc-ubicado.
           MOVE 1 TO w-reincorporando.
           PERFORM 410-INVOCAR-FUNCION-HASHING.
           PERFORM 430-LEER-ALU.
           IF alu-alumno = 0
               MOVE w-alu-ant TO alu-alumno
               PERFORM 960-RESTO-REINCORPORACION
               PERFORM 470-ACTUALIZAR-ALU
           ELSE
               PERFORM UNTIL alu-puntero is =0
                   MOVE alu-puntero to rel-nro
                   PERFORM 430-LEER-ALU
               END-PERFORM
               PERFORM 500-BUSCO-LUGAR
           END-IF.
           MOVE ZERO TO w-reincorporando.
           IF w-reinc-ubicado = 1
               IF w-reinc-con-datos = ZERO
                   PERFORM 945-RESTITUIR-DATOS
               END-IF
               IF w-cuotas-archivadas > ZERO
                   PERFORM 950-REPONER-CUOTAS
               END-IF
               DISPLAY "SOCIO REINCORPORADO. LEGAJO: " w-alu-ant
                   " ESTADO: " w-reinc-estado
               DISPLAY "COMPLETE MAIL, CBU Y CATEGORIA CON LA "
                   "OPCION 6"
               MOVE "REINCORPORAC" TO w-aud-operacion
               IF w-reinc-estado = "S"
                   MOVE "SUSP. DEUDA" TO w-aud-resultado
               ELSE
                   MOVE "REALIZADA" TO w-aud-resultado
               END-IF
               PERFORM 650-REGISTRAR-AUDITORIA
           END-IF.

       945-RESTITUIR-DATOS.
           MOVE SPACES TO dat-mail dat-cbu.
           MOVE w-reinc-legajo TO dat-legajo.
           MOVE w-reinc-nombre TO dat-nombre.
           MOVE w-reinc-dni TO dat-dni.
           MOVE w-reinc-domicilio TO dat-domicilio.
           MOVE w-reinc-telefono TO dat-telefono.
           MOVE w-reinc-fecha-alta TO dat-fecha-alta.
           MOVE "AC" TO dat-categoria.
           MOVE ZERO TO dat-fecha-nac.
           MOVE "N" TO dat-mail-invalido.
           MOVE 1 TO dat-sede.
           PERFORM 869-NORMALIZAR-APELLIDO.
           WRITE dat-reg.

      * Inversa de ArchivarCuotas, solo para las cuotas con deuda.
       950-REPONER-CUOTAS.
           MOVE ZERO TO w-cuotas-repuestas.
           MOVE ZERO TO w-flag-hist.
           OPEN I-O CUOTAS.
           OPEN I-O CUOTAS-HIST.
           MOVE w-alu-ant TO his-alumno.
           MOVE ZERO TO his-cuota.
           MOVE ZERO TO his-anio.
           START CUOTAS-HIST KEY IS >= his-llave
               INVALID KEY MOVE 1 TO w-flag-hist
           END-START.
           PERFORM UNTIL w-flag-hist = 1
               READ CUOTAS-HIST NEXT
                   AT END MOVE 1 TO w-flag-hist
                   NOT AT END
                       IF his-alumno NOT = w-alu-ant
                           MOVE 1 TO w-flag-hist
                       ELSE
                           IF his-debe > ZERO
                           AND (his-estado = "I"
                           OR his-estado = "K"
                           OR his-estado = "V")
                               PERFORM 955-REPONER-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           CLOSE CUOTAS-HIST.
           DISPLAY "CUOTAS IMPAGAS REPUESTAS EN LINEA: "
               w-cuotas-repuestas.

       955-REPONER-CUOTA.
           MOVE his-reg TO cuo-reg.
           WRITE cuo-reg
               INVALID KEY
                   DISPLAY "LA CUOTA " his-cuota "/" his-anio
                       " YA ESTA EN LINEA, QUEDA EN EL HISTORICO"
               NOT INVALID KEY
                   DELETE CUOTAS-HIST RECORD
                   ADD 1 TO w-cuotas-repuestas
           END-WRITE.

       960-RESTO-REINCORPORACION.
           MOVE ZERO TO alu-cuotas.
           MOVE w-reinc-estado TO alu-estado.
           MOVE w-reinc-saldo TO alu-saldo-favor.
           MOVE 1 TO w-reinc-ubicado.

      * Un suspendido que figura en el padron historico volvio por
      * reincorporacion: se reactiva solo sin deuda pendiente o con
      * un convenio vigente.
       980-HABILITACION-REINCORPORADO.
           MOVE 1 TO w-habilitable.
           MOVE w-alu-ant TO w-busca-legajo.
           MOVE ZERO TO w-busca-dni.
           PERFORM 910-BUSCAR-HISTORICO.
           IF w-phi-hallado = 1
               PERFORM 930-RELEVAR-DEUDA
               IF w-deuda-pend > ZERO AND w-conv-vigente = ZERO
                   MOVE ZERO TO w-habilitable
               END-IF
           END-IF.

       800-FIN.
           CLOSE ALUMNOS.
