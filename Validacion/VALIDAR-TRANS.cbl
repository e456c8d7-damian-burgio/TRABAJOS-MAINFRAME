      * Purpose: Pre-edicion del archivo de transacciones EMPTRANS.DAT
      *          antes de la actualizacion del maestro. Valida campo
      *          por campo cada transaccion que las sucursales cargan
      *          a mano (NEWEMPID numerico, TRANS-CODIGO en A/C/B/R,
      *          TRANS-SALARIO numerico, TRANS-NOMBRE no en blanco,
      *          genero consistente con el codigo, motivo y fecha de
      *          baja en las bajas, fecha de ingreso real en altas y
      *          reingresos, operador autorizado para el codigo y el
      *          departamento, aprobacion firmada por otro operador
      *          habilitado para aprobar), separa la entrada
      *          en un archivo de transacciones limpias y otro de
      *          rechazos con el motivo por registro, y restablece el
      *          orden ascendente por NEWEMPID con un SORT para que
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Autorizaciones de operadores (OPERADORES.DAT, lo mantiene
      * seguridad informatica): que codigos de transaccion y que
      * departamentos puede tocar cada operador y si puede aprobar.
      * OPTIONAL: sin archivo, ninguna transaccion tiene operador
      * autorizado y se rechazan todas.
       SELECT OPTIONAL ARCH-OPERADORES ASSIGN TO DYNAMIC
           RUT-OPERADORES
           FILE STATUS IS FS-OPERADORES
           ORGANIZATION IS LINE SEQUENTIAL.

      * Maestro indexado, solo para leer por EMP-ID el departamento
      * actual del empleado en cambios, bajas y reingresos: es el que
      * tiene que estar autorizado para el operador.
       SELECT OPTIONAL MAESTRO ASSIGN TO DYNAMIC RUT-EMPLEADO-ARCH
           FILE STATUS IS FS-MAESTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-ID
           ALTERNATE RECORD KEY IS MAE-NOMBRE WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-ENTRADA.
               88 ENT-ALTA        VALUE 'A'.
               88 ENT-CAMBIO      VALUE 'C'.
               88 ENT-BAJA        VALUE 'B'.
               88 ENT-REINGRESO   VALUE 'R'.
               88 ENT-CODIGO-OK   VALUE 'A' 'C' 'B' 'R'.
            02 ENT-NOMBRE      PIC X(20).
            02 ENT-SALARIO     PIC X(11).
            02 ENT-APELLIDO    PIC X(10).
      * En una baja trae la fecha de baja (AAAAMMDD); en un
      * reingreso, la nueva fecha de ingreso.
            02 ENT-FECHA-INGRESO PIC X(08).
            02 ENT-GENERO      PIC X(01).
               88 ENT-GENERO-OK   VALUE 'M' 'F'.
      * catalogo en las altas; en los cambios en blanco no pisa el
      * dato cargado (un traslado viaja como cambio comun).
            02 ENT-DEPARTAMENTO PIC X(04).
      * Motivo de la baja: R renuncia, D despido, J jubilacion,
      * F fallecimiento. Obligatorio solo en las bajas.
            02 ENT-MOTIVO-BAJA PIC X(01).
               88 ENT-MOTIVO-OK   VALUE 'R' 'D' 'J' 'F'.
            02 FILLER          PIC X(05).
      * Operador que cargo la transaccion y, si viene aprobada, el
      * operador que la aprobo (nunca el mismo).
            02 ENT-OPERADOR    PIC X(08).
            02 ENT-APROBADOR   PIC X(08).

       FD TRANS-LIMPIAS.
       01 REG-LIMPIA          PIC X(91).

       FD TRANS-RECHAZOS.
       01 REG-RECHAZO.
            02 RZO-REGISTRO    PIC X(91).
            02 FILLER          PIC X(02).
            02 RZO-MOTIVO      PIC X(30).

            02 PEN-REGISTRO.
               03 FILLER               PIC X(59).
               03 PEN-FECHA-EFECTIVA   PIC X(06).
               03 FILLER               PIC X(26).

       FD TRANS-PEND-NUEVO.
       01 REG-PEND-NUEVO      PIC X(91).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            02 DEP-ACTIVO      PIC X(01).
               88 DEP-ESTA-ACTIVO VALUE 'A'.

      * Una entrada por operador y alcance de departamento: los
      * codigos habilitados van como letras (p.ej. 'ACBR'), y el
      * departamento en blanco o '****' alcanza a todos.
       FD ARCH-OPERADORES.
       01 REG-OPERADOR.
            88 OPERADORES-EOF VALUE HIGH-VALUES.
            02 OPE-ID          PIC X(08).
            02 FILLER          PIC X(01).
            02 OPE-CODIGOS     PIC X(04).
            02 FILLER          PIC X(01).
            02 OPE-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(01).
            02 OPE-APRUEBA     PIC X(01).
            02 FILLER          PIC X(01).
            02 OPE-NOMBRE      PIC X(30).

       FD MAESTRO.
       01 MAE-REGISTRO.
            02 MAE-ID          PIC 9(07).
            02 MAE-NOMBRE      PIC X(20).
            02 FILLER          PIC X(30).
            02 MAE-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(14).

       SD WORKFILE.
       01 WORKREC.
            02 WK-ID           PIC 9(07).
            02 FILLER          PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-CONTADORES.
           05  FS-TRANS-ENTRADA   PIC X(02).
           05  FS-TRANS-PENDIENTES PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).
           05  FS-OPERADORES      PIC X(02).
           05  FS-MAESTRO         PIC X(02).

      ******************************************************************
      * Tabla con los departamentos activos del catalogo, cargada al
       01  WS-DEPTO-VALIDO-FLAG   PIC X(01) VALUE 'N'.
           88 DEPTO-VALIDO            VALUE 'S'.

      ******************************************************************
      * Tabla de autorizaciones de operadores, cargada al inicio con
      * el mismo esquema que la de departamentos.
      ******************************************************************
       01  WS-TABLA-OPE-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05  WS-TABLA-OPE-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-OPE-CANT
                   INDEXED BY WS-OPE-IDX.
               10 TO-ID           PIC X(08).
               10 TO-CODIGOS      PIC X(04).
               10 TO-DEPARTAMENTO PIC X(04).
               10 TO-APRUEBA      PIC X(01).

      * Control de segregacion de funciones sobre la transaccion:
      * el departamento que toca (el actual del maestro y, en un
      * traslado, tambien el de destino), el resultado para el
      * operador que la cargo y para el que la aprobo.
       01  WS-CONTROL-OPERADOR.
           05 WS-MAESTRO-ABIERTO  PIC X(01) VALUE 'N'.
               88 MAESTRO-ABIERTO     VALUE 'S'.
           05 WS-DEPTO-ACTUAL     PIC X(04) VALUE SPACES.
           05 WS-PERM-OPERADOR    PIC X(08) VALUE SPACES.
           05 WS-PERM-DEPTO       PIC X(04) VALUE SPACES.
           05 WS-PERM-APROBAR     PIC X(01) VALUE 'N'.
               88 PERM-PARA-APROBAR   VALUE 'S'.
           05 WS-PERMISO-FLAG     PIC X(01) VALUE 'N'.
               88 PERMISO-HALLADO     VALUE 'S'.
           05 WS-OPE-ESTADO       PIC X(01) VALUE 'O'.
               88 OPERADOR-OK         VALUE 'O'.
               88 OPERADOR-FALTA      VALUE 'F'.
               88 OPERADOR-NO-AUTORIZADO VALUE 'X'.
           05 WS-APR-ESTADO       PIC X(01) VALUE 'O'.
               88 APROBADOR-OK        VALUE 'O'.
               88 APROBADOR-FALTA     VALUE 'F'.
               88 APROBADOR-IGUAL     VALUE 'I'.
               88 APROBADOR-NO-AUTORIZADO VALUE 'X'.

      * Prendido mientras se valida una transaccion liberada del
      * archivo de pendientes, para contarla como liberada y no como
      * leida del dia.
           05  RUT-TRANS-PENDIENTES  PIC X(60).
           05  RUT-TRANS-PEND-NUEVO  PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).
           05  RUT-OPERADORES        PIC X(60).
           05  RUT-EMPLEADO-ARCH     PIC X(60).

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05 FILLER              PIC X(02) VALUE '20'.
           05 WS-FCL-AAMMDD       PIC X(06) VALUE SPACES.

      * Fecha efectiva de la transaccion en AAAAMMDD (la de la
      * corrida si viene en blanco): una baja no puede tener fecha
      * de baja posterior al dia en que se aplica.
       01  WS-FECHA-EFECTIVA-LARGA.
           05 FILLER              PIC X(02) VALUE '20'.
           05 WS-FEL-AAMMDD       PIC X(06) VALUE SPACES.

      * Control de calendario real sobre ENT-FECHA-INGRESO: una fecha
      * de alta 99999999 o un 30 de febrero no deben llegar nunca mas
      * al maestro.
           MOVE WS-DATE TO WS-FECHA-CORRIDA.
           MOVE WS-FECHA-CORRIDA TO WS-FCL-AAMMDD.
           PERFORM 120-CARGAR-DEPARTAMENTOS THRU 120-FIN.
           PERFORM 130-CARGAR-OPERADORES THRU 130-FIN.
           OPEN INPUT MAESTRO.
           IF FS-MAESTRO EQUAL '00'
             SET MAESTRO-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT TRANS-RECHAZOS.
           OPEN OUTPUT TRANS-PEND-NUEVO.
       100-FIN. EXIT.
           MOVE PAR-RUTA-TRANS-PENDIENTES  TO RUT-TRANS-PENDIENTES.
           MOVE PAR-RUTA-TRANS-PEND-NUEVO  TO RUT-TRANS-PEND-NUEVO.
           MOVE PAR-RUTA-DEPARTAMENTOS     TO RUT-DEPARTAMENTOS.
           MOVE PAR-RUTA-OPERADORES        TO RUT-OPERADORES.
           MOVE PAR-RUTA-EMPLEADO-ARCH     TO RUT-EMPLEADO-ARCH.
       110-FIN. EXIT.

      ******************************************************************
           END-READ.
       125-FIN. EXIT.

      ******************************************************************
      * Carga la tabla de autorizaciones de operadores; un registro
      * con el ID en blanco no habilita nada y se saltea.
      ******************************************************************
       130-CARGAR-OPERADORES.
           OPEN INPUT ARCH-OPERADORES.
           IF (FS-OPERADORES EQUAL '00')
               OR (FS-OPERADORES EQUAL '05')
             PERFORM 135-LEER-OPERADOR THRU 135-FIN
                UNTIL OPERADORES-EOF
           END-IF.
           CLOSE ARCH-OPERADORES.
       130-FIN. EXIT.

       135-LEER-OPERADOR.
           READ ARCH-OPERADORES
             AT END SET OPERADORES-EOF TO TRUE
             NOT AT END
               IF (OPE-ID NOT = SPACES) AND (WS-TABLA-OPE-CANT < 500)
                 ADD 1 TO WS-TABLA-OPE-CANT
                 MOVE OPE-ID       TO TO-ID(WS-TABLA-OPE-CANT)
                 MOVE OPE-CODIGOS  TO TO-CODIGOS(WS-TABLA-OPE-CANT)
                 MOVE OPE-DEPARTAMENTO
                                   TO TO-DEPARTAMENTO(WS-TABLA-OPE-CANT)
                 MOVE OPE-APRUEBA  TO TO-APRUEBA(WS-TABLA-OPE-CANT)
               END-IF
           END-READ.
       135-FIN. EXIT.

      ******************************************************************
      * Procedimiento de entrada del SORT: lee EMPTRANS.DAT, valida
      * cada registro y hace RELEASE solo de los que pasan todos los
      * genere filas "sin dato de genero" en el reporte apareado; en
      * los cambios se admite en blanco (no pisa el dato cargado) y
      * en las bajas no se controla. El salario puede venir en blanco
      * solo en las bajas, donde no se usa. La baja exige motivo y
      * una fecha de baja real no posterior a su fecha efectiva; el
      * reingreso se controla como un cambio mas la fecha de ingreso
      * nueva, que es obligatoria como en un alta. Toda transaccion
      * trae el operador que la cargo, autorizado para su codigo y
      * su departamento; la aprobada trae ademas el aprobador, que
      * no puede ser el mismo operador.
      ******************************************************************
       220-VALIDAR-REGISTRO.
           ADD 1 TO WS-CONT-LEIDAS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           PERFORM 228-CONTROLAR-DEPARTAMENTO THRU 228-FIN.
           PERFORM 227-CONTROLAR-FECHA-INGRESO THRU 227-FIN.
           PERFORM 260-CONTROLAR-OPERADOR THRU 260-FIN.
           IF (ENT-FECHA-EFECTIVA NOT = SPACES)
               AND (ENT-FECHA-EFECTIVA NUMERIC)
             MOVE ENT-FECHA-EFECTIVA TO WS-FEL-AAMMDD
           ELSE
             MOVE WS-FECHA-CORRIDA   TO WS-FEL-AAMMDD
           END-IF.
           EVALUATE TRUE
             WHEN ENT-ID NOT NUMERIC
               MOVE 'NEWEMPID NO NUMERICO' TO WS-MOTIVO-RECHAZO
             WHEN NOT ENT-CODIGO-OK
               MOVE 'CODIGO INVALIDO (NO A/C/B/R)' TO WS-MOTIVO-RECHAZO
             WHEN ENT-NOMBRE EQUAL SPACES
               MOVE 'NOMBRE EN BLANCO' TO WS-MOTIVO-RECHAZO
             WHEN (ENT-SALARIO NOT NUMERIC)
             WHEN ENT-CAMBIO AND NOT ENT-GENERO-OK
                  AND ENT-GENERO NOT = SPACE
               MOVE 'GENERO INVALIDO EN CAMBIO' TO WS-MOTIVO-RECHAZO
             WHEN ENT-REINGRESO AND NOT ENT-GENERO-OK
                  AND ENT-GENERO NOT = SPACE
               MOVE 'GENERO INVALIDO EN REINGRESO' TO WS-MOTIVO-RECHAZO
             WHEN NOT ENT-APROBACION-OK
               MOVE 'APROBACION INVALIDA (NO S)' TO WS-MOTIVO-RECHAZO
             WHEN (ENT-FECHA-EFECTIVA NOT = SPACES)
               MOVE 'FECHA EFECTIVA NO NUMERICA' TO WS-MOTIVO-RECHAZO
             WHEN ENT-ALTA AND NOT DEPTO-VALIDO
               MOVE 'DEPTO NO ACTIVO EN CATALOGO' TO WS-MOTIVO-RECHAZO
             WHEN (ENT-CAMBIO OR ENT-REINGRESO)
                  AND (ENT-DEPARTAMENTO NOT = SPACES)
                  AND NOT DEPTO-VALIDO
               MOVE 'DEPTO NO ACTIVO EN CATALOGO' TO WS-MOTIVO-RECHAZO
             WHEN (ENT-ALTA OR ENT-REINGRESO) AND FECHA-ING-INVALIDA
               MOVE 'FECHA INGRESO INVALIDA' TO WS-MOTIVO-RECHAZO
             WHEN (ENT-ALTA OR ENT-REINGRESO) AND FECHA-ING-FUTURA
               MOVE 'FECHA INGRESO FUTURA' TO WS-MOTIVO-RECHAZO
             WHEN ENT-BAJA AND NOT ENT-MOTIVO-OK
               MOVE 'MOTIVO DE BAJA INVALIDO' TO WS-MOTIVO-RECHAZO
             WHEN ENT-BAJA AND FECHA-ING-INVALIDA
               MOVE 'FECHA DE BAJA INVALIDA' TO WS-MOTIVO-RECHAZO
             WHEN ENT-BAJA
                  AND (ENT-FECHA-INGRESO > WS-FECHA-EFECTIVA-LARGA)
               MOVE 'FECHA DE BAJA POSTERIOR' TO WS-MOTIVO-RECHAZO
             WHEN OPERADOR-FALTA
               MOVE 'OPERADOR NO INFORMADO' TO WS-MOTIVO-RECHAZO
             WHEN OPERADOR-NO-AUTORIZADO
               MOVE 'OPERADOR NO AUTORIZADO' TO WS-MOTIVO-RECHAZO
             WHEN APROBADOR-FALTA
               MOVE 'APROBACION SIN APROBADOR' TO WS-MOTIVO-RECHAZO
             WHEN APROBADOR-IGUAL
               MOVE 'APROBADOR IGUAL AL OPERADOR' TO WS-MOTIVO-RECHAZO
             WHEN APROBADOR-NO-AUTORIZADO
               MOVE 'APROBADOR NO AUTORIZADO' TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           EVALUATE TRUE
             WHEN NOT TRANS-VALIDA
      * de calendario (mes 1-12, dia segun el mes, con la regla
      * completa de bisiestos) y no posterior a la fecha efectiva de
      * la corrida. El resultado queda en WS-FI-ESTADO; el rechazo
      * solo aplica a las altas y reingresos, donde la fecha es
      * obligatoria, y a las bajas, que traen ahi la fecha de baja.
      ******************************************************************
       227-CONTROLAR-FECHA-INGRESO.
           MOVE 'O' TO WS-FI-ESTADO.
           END-IF.
       256-FIN. EXIT.

      ******************************************************************
      * Segregacion de funciones: el operador que cargo la transaccion
      * tiene que tener habilitado el codigo en el departamento que
      * toca (el actual del empleado segun el maestro y, si es un
      * traslado, tambien el de destino); si viene aprobada, el
      * aprobador tiene que ser otro operador, habilitado para aprobar
      * ese codigo en esos mismos departamentos. El resultado queda
      * en WS-OPE-ESTADO y WS-APR-ESTADO para el EVALUATE de rechazos.
      ******************************************************************
       260-CONTROLAR-OPERADOR.
           MOVE 'O' TO WS-OPE-ESTADO.
           MOVE 'O' TO WS-APR-ESTADO.
           PERFORM 262-UBICAR-DEPTO-ACTUAL THRU 262-FIN.
           IF ENT-OPERADOR EQUAL SPACES
             SET OPERADOR-FALTA TO TRUE
           ELSE
             MOVE ENT-OPERADOR TO WS-PERM-OPERADOR
             MOVE 'N'          TO WS-PERM-APROBAR
             PERFORM 264-CONTROLAR-PERMISOS THRU 264-FIN
             IF NOT PERMISO-HALLADO
               SET OPERADOR-NO-AUTORIZADO TO TRUE
             END-IF
           END-IF.
           IF ENT-APROBACION NOT = 'S'
             GO TO 260-FIN
           END-IF.
           EVALUATE TRUE
             WHEN ENT-APROBADOR EQUAL SPACES
               SET APROBADOR-FALTA TO TRUE
             WHEN ENT-APROBADOR EQUAL ENT-OPERADOR
               SET APROBADOR-IGUAL TO TRUE
             WHEN OTHER
               MOVE ENT-APROBADOR TO WS-PERM-OPERADOR
               MOVE 'S'           TO WS-PERM-APROBAR
               PERFORM 264-CONTROLAR-PERMISOS THRU 264-FIN
               IF NOT PERMISO-HALLADO
                 SET APROBADOR-NO-AUTORIZADO TO TRUE
               END-IF
           END-EVALUATE.
       260-FIN. EXIT.

      * Departamento actual del empleado: del maestro en cambios,
      * bajas y reingresos; en un alta (o si el maestro todavia no
      * lo tiene) el que trae la transaccion.
       262-UBICAR-DEPTO-ACTUAL.
           MOVE ENT-DEPARTAMENTO TO WS-DEPTO-ACTUAL.
           IF ENT-ALTA OR (NOT MAESTRO-ABIERTO) OR (ENT-ID NOT NUMERIC)
             GO TO 262-FIN
           END-IF.
           MOVE ENT-ID TO MAE-ID.
           READ MAESTRO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE MAE-DEPARTAMENTO TO WS-DEPTO-ACTUAL
           END-READ.
       262-FIN. EXIT.

      * Permiso de WS-PERM-OPERADOR sobre el departamento actual y,
      * en un traslado, sobre el de destino: hacen falta los dos.
       264-CONTROLAR-PERMISOS.
           MOVE WS-DEPTO-ACTUAL TO WS-PERM-DEPTO.
           PERFORM 266-BUSCAR-PERMISO THRU 266-FIN.
           IF (PERMISO-HALLADO)
               AND (ENT-DEPARTAMENTO NOT = SPACES)
               AND (ENT-DEPARTAMENTO NOT = WS-DEPTO-ACTUAL)
             MOVE ENT-DEPARTAMENTO TO WS-PERM-DEPTO
             PERFORM 266-BUSCAR-PERMISO THRU 266-FIN
           END-IF.
       264-FIN. EXIT.

       266-BUSCAR-PERMISO.
           MOVE 'N' TO WS-PERMISO-FLAG.
           IF WS-TABLA-OPE-CANT > ZERO
             PERFORM 268-COMPARAR-PERMISO THRU 268-FIN
                VARYING WS-OPE-IDX FROM 1 BY 1
                UNTIL (WS-OPE-IDX > WS-TABLA-OPE-CANT)
                   OR (PERMISO-HALLADO)
           END-IF.
       266-FIN. EXIT.

       268-COMPARAR-PERMISO.
           IF (TO-ID(WS-OPE-IDX) EQUAL WS-PERM-OPERADOR)
               AND ((TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL SPACES)
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL '****')
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL
                        WS-PERM-DEPTO))
               AND ((TO-CODIGOS(WS-OPE-IDX)(1:1) EQUAL ENT-CODIGO)
                    OR (TO-CODIGOS(WS-OPE-IDX)(2:1) EQUAL ENT-CODIGO)
                    OR (TO-CODIGOS(WS-OPE-IDX)(3:1) EQUAL ENT-CODIGO)
                    OR (TO-CODIGOS(WS-OPE-IDX)(4:1) EQUAL ENT-CODIGO))
               AND ((NOT PERM-PARA-APROBAR)
                    OR (TO-APRUEBA(WS-OPE-IDX) EQUAL 'S'))
             SET PERMISO-HALLADO TO TRUE
           END-IF.
       268-FIN. EXIT.

       300-FIN-PROGRAMA.
           CLOSE TRANS-RECHAZOS.
           CLOSE MAESTRO.
           CLOSE TRANS-PEND-NUEVO.

      * Los pendientes del proximo ciclo se escribieron en un archivo
