       SELECT GENERACION-SALIDA ASSIGN TO DYNAMIC RUT-GENERACION
            ORGANIZATION IS LINE SEQUENTIAL.

      * Simulacion (SIMULACION en 'S' en PARAMETROS.DAT): las
      * transacciones se aplican sobre una copia de trabajo del
      * maestro (SIMULACION-MAESTRO), sin cortar generacion ni grabar
      * historial, suspenso persistente, descarga ni auditoria; lo
      * unico que queda es este reporte de lo que haria la corrida
      * real, con el porcentaje de error proyectado.
       SELECT SIMULACION-RPT ASSIGN TO DYNAMIC RUT-SIMULACION-RPT
            ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
      * Baja logica: el empleado dado de baja no se borra del maestro,
      * queda inactivo con la fecha (AAAAMMDD) y el motivo de la baja,
      * y un reingreso lo reactiva con el mismo EMP-ID. Un registro
      * anterior al estado trae SPACES y se toma como activo.
            02 EMP-ESTADO      PIC X(01).
               88 EMP-ACTIVO      VALUE 'A' SPACE.
               88 EMP-INACTIVO    VALUE 'I'.
            02 EMP-FECHA-BAJA  PIC X(08).
            02 EMP-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(04).

       FD TRANSFILE.
       01 EMPTRANS.
               88 TRANS-ALTA     VALUE 'A'.
               88 TRANS-CAMBIO   VALUE 'C'.
               88 TRANS-BAJA     VALUE 'B'.
               88 TRANS-REINGRESO VALUE 'R'.
            02 TRANS-NOMBRE    PIC X(20).
            02 TRANS-SALARIO   PIC 9(09)V99.
            02 TRANS-APELLIDO  PIC X(10).
            02 TRANS-FECHA-INGRESO PIC X(08).
      * En una baja el mismo lugar trae la fecha de baja (AAAAMMDD).
            02 TRANS-FECHA-BAJA REDEFINES TRANS-FECHA-INGRESO
                               PIC X(08).
            02 TRANS-GENERO    PIC X(01).
      * Marca de aprobacion de un cambio de salario fuera de
      * tolerancia: solo con 'S' el cambio se aplica igual.
      * solo documenta el layout.
            02 TRANS-FECHA-EFECTIVA PIC X(06).
            02 TRANS-DEPARTAMENTO PIC X(04).
      * Motivo de la baja: R renuncia, D despido, J jubilacion,
      * F fallecimiento (VALIDAR-TRANS ya rechazo cualquier otro).
            02 TRANS-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(05).
      * Operador que cargo la transaccion y el que la aprobo (ya
      * controlados por VALIDAR-TRANS); pasan tal cual al historial.
            02 TRANS-OPERADOR  PIC X(08).
            02 TRANS-APROBADOR PIC X(08).

       FD NEWEMPFILE.
       01 NEWEMPRECORD       PIC X(75).
               03 HIST-DD      PIC 99.
            02 HIST-IMAGEN-ANTERIOR PIC X(75).
            02 HIST-IMAGEN-NUEVA    PIC X(75).
            02 HIST-OPERADOR        PIC X(08).
            02 HIST-APROBADOR       PIC X(08).

       FD SUSPFILE.
       01 SUSPLINE.
            02 SPS-SALARIO-NVO  PIC 9(09)V99.
            02 SPS-FECHA        PIC X(06).
            02 SPS-CICLOS       PIC 9(02).
            02 SPS-TRANSACCION  PIC X(91).

       FD GENERACION-SALIDA.
       01 GEN-REGISTRO        PIC X(75).

       FD SIMULACION-RPT.
       01 SIMLINE.
          02 FILLER          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTADORES.
           05 WS-CONT-ACT     PIC 9(05) VALUE ZERO.
           05 WS-CONT-ERR    PIC 9(05) VALUE ZERO.
           05 WS-CONT-BAJA   PIC 9(05) VALUE ZERO.
           05 WS-CONT-REINGRESO PIC 9(05) VALUE ZERO.
           05 WS-CONT-INACTIVOS PIC 9(05) VALUE ZERO.
           05 WS-CONT-ALTAS   PIC 9(05) VALUE ZERO.
           05 WS-CONT-CAMBIOS PIC 9(05) VALUE ZERO.
           05 WS-CONT-DUPLICADOS PIC 9(05) VALUE ZERO.

       01  WS-CONTROL-CALIDAD.
           05  WS-LIMITE-PORCENTAJE  PIC 9(03) VALUE ZERO.
           05  WS-PCT-ERROR          PIC 9(03) VALUE ZERO.
           05  WS-JOB-FALLIDO        PIC X(01) VALUE 'N'.
               88 JOB-FALLIDO            VALUE 'S'.
           05  WS-MAESTRO-FLAG       PIC X(01) VALUE 'N'.
               88 MAESTRO-SIN-ABRIR      VALUE 'S'.

      * Tolerancia porcentual para cambios de salario: un cambio que
      * se aparta del salario vigente en mas de este porcentaje queda
           05  WS-RUTA-NEWEMPFILE    PIC X(60).
           05  WS-RUTA-RECHAZADO     PIC X(60).
           05  WS-RUTA-GEN-BASE      PIC X(60).
           05  RUT-SIMULACION-RPT    PIC X(60).
           05  RUT-SIMULACION-TMP    PIC X(60).
           05  WS-RUTA-SIMULACION    PIC X(60).

      * Armado de rutas y rotacion del respaldo por generaciones.
       01  WS-CONTROL-GENERACION.
           88 ID-EXISTE                  VALUE 'S'.

       01  WS-IMAGEN-ANTERIOR        PIC X(75) VALUE SPACES.
       01  WS-IMAGEN-ANT-R REDEFINES WS-IMAGEN-ANTERIOR.
           05  ANT-ID                PIC 9(07).
           05  ANT-NOMBRE            PIC X(20).
           05  ANT-SALARIO           PIC 9(09)V99.
           05  FILLER                PIC X(19).
           05  ANT-DEPARTAMENTO      PIC X(04).
           05  FILLER                PIC X(14).

       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
           05 SUS-SALARIO-NVO  PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(40) VALUE SPACES.

       01  SIM-HEADING-LINE.
           05 SMH-DIA            PIC 99     VALUE ZERO.
           05 FILLER             PIC X      VALUE '/'.
           05 SMH-MES            PIC 99     VALUE ZERO.
           05 FILLER             PIC X      VALUE '/'.
           05 FILLER             PIC 99     VALUE 20.
           05 SMH-ANIO           PIC 99     VALUE ZERO.
           05 FILLER             PIC X(53)  VALUE
               '  SIMULACION DE ACTUALIZACION - MAESTRO SIN MODIFICAR'.
           05 FILLER             PIC X(69)  VALUE SPACES.

       01  SIM-DETAIL-LINE.
           05 FILLER           PIC X(04) VALUE 'ID: '.
           05 SIM-EMP-ID       PIC 9(07) VALUE ZERO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SIM-EMP-NOMBRE   PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SIM-MOVIMIENTO   PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'ANTERIOR: '.
           05 SIM-SALARIO-ANT  PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'NUEVO: '.
           05 SIM-SALARIO-NVO  PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'DEPTO: '.
           05 SIM-DEPARTAMENTO PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE SPACES.

       01  SIM-RESUMEN-LINE.
           05 SRS-CONCEPTO     PIC X(40) VALUE SPACES.
           05 SRS-CANTIDAD     PIC ZZZZ9 VALUE ZERO.
           05 FILLER           PIC X(87) VALUE SPACES.

       01  SIM-PORCENTAJE-LINE.
           05 FILLER           PIC X(40) VALUE
               'PORCENTAJE DE ERROR PROYECTADO:'.
           05 SPC-PCT-ERROR    PIC ZZ9 VALUE ZERO.
           05 FILLER           PIC X(23) VALUE
               '%   LIMITE-PORCENTAJE: '.
           05 SPC-LIMITE       PIC ZZ9 VALUE ZERO.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(62) VALUE SPACES.

       01  SIM-VEREDICTO-LINE.
           05 SVE-TEXTO        PIC X(70) VALUE SPACES.
           05 FILLER           PIC X(62) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER           PIC X(04) VALUE 'ID: '.
           05 DET-EMP-ID       PIC 9(07) VALUE ZERO.
             MOVE WS-DAY   TO SH-DIA
             MOVE WS-MONTH TO SH-MES
             MOVE WS-YEAR  TO SH-ANIO
             MOVE WS-DAY   TO SMH-DIA
             MOVE WS-MONTH TO SMH-MES
             MOVE WS-YEAR  TO SMH-ANIO

             PERFORM 150-OPEN-FILES THRU 150-END
             PERFORM 170-LEER-TRANS THRU 170-END.
           MOVE PAR-LIMITE-TOLERANCIA      TO WS-LIMITE-TOLERANCIA.
           MOVE PAR-GENERACIONES           TO WS-GENERACIONES.
           MOVE PAR-RUTA-GENERACION-BASE   TO WS-RUTA-GEN-BASE.
           MOVE PAR-RUTA-SIMULACION-RPT    TO RUT-SIMULACION-RPT.
           MOVE PAR-RUTA-SIMULACION-TMP    TO RUT-SIMULACION-TMP.
           MOVE PAR-RUTA-SIMULACION-MAESTRO TO WS-RUTA-SIMULACION.
      * La copia de trabajo nunca puede ser el maestro real: la
      * simulacion lo pisaria.
           IF SIMULACION
               AND (WS-RUTA-SIMULACION EQUAL RUT-EMPLEADO-ARCH)
             DISPLAY '*** INSERTAR-EMPLEADOS: SIMULACION-MAESTRO NO '
                      'PUEDE SER EL MAESTRO REAL ***'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
       110-F. EXIT.

       150-OPEN-FILES.
      * Antes de tocar el maestro se corta la generacion de respaldo
      * de la corrida: si algo sale mal a mitad de camino, siempre
      * hay una copia limpia de como estaba al empezar la noche.
      * En simulacion no se corta generacion: se arma la copia de
      * trabajo y todo lo que sigue se aplica sobre ella.
           IF SIMULACION
             PERFORM 160-ARMAR-COPIA-SIMULACION THRU 160-FIN
           ELSE
             PERFORM 155-RESPALDAR-MAESTRO THRU 155-FIN
           END-IF.

      * El maestro se abre I-O: las transacciones se aplican en el
      * lugar por clave (WRITE/REWRITE/DELETE) en vez de copiar el
               AND (FS-EMPLEADO-ARCH NOT = "05")
              DISPLAY "ERROR AL ABRIR EL ARCHIVO. FILE STATUS #",
                 FS-EMPLEADO-ARCH
              SET MAESTRO-SIN-ABRIR TO TRUE
              MOVE 16 TO RETURN-CODE
              GO TO 300-FIN
           END-IF.
           OPEN INPUT TRANSFILE
              DISPLAY "ERROR AL ABRIR EL ARCHIVO. FILE STATUS #",
                 FS-EMPTRANS
           END-IF.
      * En simulacion no se abre ninguna salida de la corrida real:
      * ni los reportes de la noche, ni la descarga, ni el historial
      * ni el suspenso persistente.
           IF SIMULACION
             OPEN OUTPUT SIMULACION-RPT
             WRITE SIMLINE FROM SIM-HEADING-LINE
             GO TO 150-END
           END-IF.
           OPEN OUTPUT OUTPUTFILE.
           WRITE PRINTLINE FROM HEADING-LINE

           END-READ.
       159-FIN. EXIT.

      ******************************************************************
      * Copia de trabajo para la simulacion: descarga el maestro real
      * (abierto solo de lectura) a SIMULACION-TMP con el mismo
      * 159-COPIAR-REGISTRO del respaldo, y la carga en el indexado
      * SIMULACION-MAESTRO, que queda como EMPLOYEEFILE para el resto
      * de la corrida. Sin maestro previo la copia queda vacia.
      ******************************************************************
       160-ARMAR-COPIA-SIMULACION.
           OPEN INPUT EMPLOYEEFILE.
           IF FS-EMPLEADO-ARCH NOT = "00"
             CLOSE EMPLOYEEFILE
             MOVE WS-RUTA-SIMULACION TO RUT-EMPLEADO-ARCH
             OPEN OUTPUT EMPLOYEEFILE
             CLOSE EMPLOYEEFILE
             DISPLAY 'SIN MAESTRO PREVIO: LA SIMULACION PARTE VACIA'
             GO TO 160-FIN
           END-IF.
           MOVE RUT-SIMULACION-TMP TO RUT-GENERACION.
           OPEN OUTPUT GENERACION-SALIDA.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           PERFORM 159-COPIAR-REGISTRO THRU 159-FIN
              UNTIL GENERACION-EOF.
           CLOSE GENERACION-SALIDA.
           CLOSE EMPLOYEEFILE.
           MOVE WS-RUTA-SIMULACION TO RUT-EMPLEADO-ARCH.
           OPEN OUTPUT EMPLOYEEFILE.
           OPEN INPUT GENERACION-SALIDA.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           PERFORM 165-CARGAR-COPIA THRU 165-FIN
              UNTIL GENERACION-EOF.
           CLOSE GENERACION-SALIDA.
           CLOSE EMPLOYEEFILE.
           CALL 'CBL_DELETE_FILE' USING RUT-SIMULACION-TMP.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY 'SIMULACION SOBRE COPIA DEL MAESTRO EN '
                    WS-RUTA-SIMULACION.
           DISPLAY 'REGISTROS COPIADOS: ' WS-CONT-RESPALDADOS.
       160-FIN. EXIT.

       165-CARGAR-COPIA.
           READ GENERACION-SALIDA INTO EMPDETAILS
             AT END SET GENERACION-EOF TO TRUE
             NOT AT END
               WRITE EMPDETAILS
                 INVALID KEY CONTINUE
               END-WRITE
           END-READ.
       165-FIN. EXIT.

       170-LEER-TRANS.

           READ TRANSFILE
                PERFORM 230-CAMBIO-EMPLEADO THRU 230-FIN
              WHEN TRANS-BAJA
                PERFORM 240-BAJA-EMPLEADO THRU 240-FIN
              WHEN TRANS-REINGRESO
                PERFORM 245-REINGRESO-EMPLEADO THRU 245-FIN
              WHEN OTHER
                PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
            END-EVALUATE
             MOVE TRANS-FECHA-INGRESO TO EMP-FECHA-INGRESO
             MOVE TRANS-GENERO  TO EMP-GENERO
             MOVE TRANS-DEPARTAMENTO TO EMP-DEPARTAMENTO
             SET EMP-ACTIVO     TO TRUE
             WRITE EMPDETAILS
               INVALID KEY PERFORM 250-DUPLICADO-ID THRU 250-FIN
               NOT INVALID KEY
                 ADD 1 TO WS-CONT-ACT WS-CONT-ALTAS
                 MOVE SPACES     TO WS-IMAGEN-ANTERIOR
                 PERFORM 290-GRABAR-HISTORIA THRU 290-FIN
             END-WRITE
      * como duplicado por nombre.
      ******************************************************************
       215-DUPLICADO-NOMBRE.
           ADD 1 TO WS-CONT-ERR WS-CONT-DUPLICADOS
           MOVE NEWEMPID          TO DET-EMP-ID
           MOVE TRANS-NOMBRE      TO DET-EMP-NOMBRE
           MOVE 'NOMBRE DUPLICADO'    TO DET-TIPO-ERROR
           PERFORM 295-INFORMAR-ERROR THRU 295-FIN.
       215-FIN. EXIT.

      ******************************************************************
      * Transaccion de cambio, baja o reingreso contra un EMP-ID que
      * no existe en el maestro: se rechaza y se informa en el
      * ERRORREPORT.
      ******************************************************************
       220-TRANS-RECHAZADA.
           ADD 1 TO WS-CONT-ERR
           MOVE NEWEMPID        TO DET-EMP-ID
           MOVE TRANS-NOMBRE    TO DET-EMP-NOMBRE
           MOVE 'TRANS RECHAZADA'   TO DET-TIPO-ERROR
           PERFORM 295-INFORMAR-ERROR THRU 295-FIN.
       220-FIN. EXIT.

      ******************************************************************
      * Transaccion que no corresponde al estado del empleado: un
      * cambio o una baja contra un empleado ya dado de baja, o un
      * reingreso de un empleado que sigue activo.
      ******************************************************************
       225-ESTADO-INVALIDO.
           ADD 1 TO WS-CONT-ERR
           MOVE NEWEMPID        TO DET-EMP-ID
           MOVE TRANS-NOMBRE    TO DET-EMP-NOMBRE
           IF EMP-INACTIVO
             MOVE 'EMPLEADO INACTIVO' TO DET-TIPO-ERROR
           ELSE
             MOVE 'EMPLEADO ACTIVO'   TO DET-TIPO-ERROR
           END-IF
           PERFORM 295-INFORMAR-ERROR THRU 295-FIN.
       225-FIN. EXIT.

      ******************************************************************
      * Cambio de nombre/salario de un empleado existente: READ por
      * clave y REWRITE en el lugar. Un salario que se aparta del
             PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
             GO TO 230-FIN
           END-IF.
      * Un empleado dado de baja no se modifica: primero reingresa.
           IF EMP-INACTIVO
             PERFORM 225-ESTADO-INVALIDO THRU 225-FIN
             GO TO 230-FIN
           END-IF.
      * Se compara por multiplicacion cruzada, igual que el limite
      * de errores en 300-FIN, para no perder decimales.
           COMPUTE WS-DIF-SALARIO = TRANS-SALARIO - EMP-SALARIO.
             REWRITE EMPDETAILS
               INVALID KEY PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
               NOT INVALID KEY
                 ADD 1 TO WS-CONT-ACT WS-CONT-CAMBIOS
                 PERFORM 290-GRABAR-HISTORIA THRU 290-FIN
             END-REWRITE
           END-IF.
      ******************************************************************
       235-SUSPENDER-CAMBIO.
           ADD 1 TO WS-CONT-SUSPENSO
      * En simulacion la retencion solo se informa en el reporte: no
      * hay suspenso impreso ni persistente que grabar.
           IF SIMULACION
             MOVE NEWEMPID        TO SIM-EMP-ID
             MOVE EMP-NOMBRE      TO SIM-EMP-NOMBRE
             MOVE 'RETENIDO SUSPENSO' TO SIM-MOVIMIENTO
             MOVE EMP-SALARIO     TO SIM-SALARIO-ANT
             MOVE TRANS-SALARIO   TO SIM-SALARIO-NVO
             MOVE EMP-DEPARTAMENTO TO SIM-DEPARTAMENTO
             WRITE SIMLINE FROM SIM-DETAIL-LINE
                AFTER ADVANCING 1 LINE
             GO TO 235-FIN
           END-IF.
           MOVE NEWEMPID        TO SUS-EMP-ID
           MOVE EMP-NOMBRE      TO SUS-EMP-NOMBRE
           MOVE EMP-SALARIO     TO SUS-SALARIO-ANT
       235-FIN. EXIT.

      ******************************************************************
      * Baja de un empleado existente: baja logica. El registro queda
      * en el maestro marcado inactivo con la fecha y el motivo de la
      * transaccion (REWRITE en lugar del viejo DELETE), para que el
      * EMP-ID se pueda reactivar con un reingreso y la liquidacion
      * final encuentre sus datos. El historial lleva la imagen nueva
      * con el estado inactivo.
      ******************************************************************
       240-BAJA-EMPLEADO.
           PERFORM 270-BUSCAR-POR-ID THRU 270-FIN.
           IF NOT ID-EXISTE
             PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
             GO TO 240-FIN
           END-IF.
           IF EMP-INACTIVO
             PERFORM 225-ESTADO-INVALIDO THRU 225-FIN
             GO TO 240-FIN
           END-IF.
           MOVE EMPDETAILS        TO WS-IMAGEN-ANTERIOR.
           SET EMP-INACTIVO       TO TRUE.
           MOVE TRANS-FECHA-BAJA  TO EMP-FECHA-BAJA.
           MOVE TRANS-MOTIVO-BAJA TO EMP-MOTIVO-BAJA.
           REWRITE EMPDETAILS
             INVALID KEY PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
             NOT INVALID KEY
               ADD 1 TO WS-CONT-BAJA
               PERFORM 290-GRABAR-HISTORIA THRU 290-FIN
           END-REWRITE.
       240-FIN. EXIT.

      ******************************************************************
      * Reingreso (transaccion 'R') de un empleado dado de baja: se
      * reactiva el mismo EMP-ID con la nueva fecha de ingreso, se
      * limpian fecha y motivo de baja, y se toman nombre y salario
      * de la transaccion. Apellido, genero y departamento se pisan
      * solo si vienen informados, como en un cambio.
      ******************************************************************
       245-REINGRESO-EMPLEADO.
           PERFORM 270-BUSCAR-POR-ID THRU 270-FIN.
           IF NOT ID-EXISTE
             PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
             GO TO 245-FIN
           END-IF.
           IF NOT EMP-INACTIVO
             PERFORM 225-ESTADO-INVALIDO THRU 225-FIN
             GO TO 245-FIN
           END-IF.
           MOVE EMPDETAILS          TO WS-IMAGEN-ANTERIOR.
           SET EMP-ACTIVO           TO TRUE.
           MOVE SPACES              TO EMP-FECHA-BAJA.
           MOVE SPACES              TO EMP-MOTIVO-BAJA.
           MOVE TRANS-FECHA-INGRESO TO EMP-FECHA-INGRESO.
           MOVE TRANS-NOMBRE        TO EMP-NOMBRE.
           MOVE TRANS-SALARIO       TO EMP-SALARIO.
           IF TRANS-APELLIDO NOT = SPACES
             MOVE TRANS-APELLIDO TO EMP-APELLIDO
           END-IF.
           IF TRANS-GENERO NOT = SPACES
             MOVE TRANS-GENERO TO EMP-GENERO
           END-IF.
           IF TRANS-DEPARTAMENTO NOT = SPACES
             MOVE TRANS-DEPARTAMENTO TO EMP-DEPARTAMENTO
           END-IF.
           REWRITE EMPDETAILS
             INVALID KEY PERFORM 220-TRANS-RECHAZADA THRU 220-FIN
             NOT INVALID KEY
               ADD 1 TO WS-CONT-REINGRESO
               PERFORM 290-GRABAR-HISTORIA THRU 290-FIN
           END-REWRITE.
       245-FIN. EXIT.

      ******************************************************************
      * EMP-ID de la transaccion ya existe en el maestro y la
      * transaccion es de alta: se descarta como duplicado.
      ******************************************************************
       250-DUPLICADO-ID.
           ADD 1 TO WS-CONT-ERR WS-CONT-DUPLICADOS
           MOVE NEWEMPID        TO DET-EMP-ID
           MOVE TRANS-NOMBRE    TO DET-EMP-NOMBRE
           MOVE 'ID DUPLICADO'      TO DET-TIPO-ERROR
           PERFORM 295-INFORMAR-ERROR THRU 295-FIN.
       250-FIN. EXIT.

      ******************************************************************
      * indexado, lo recorre en orden de EMP-ID y descarga cada
      * registro en EMP-ARCH-NUEVO.DAT, el maestro secuencial que
      * consume PGMAPAR05 en la corrida encadenada.
      * La descarga incluye a los inactivos a proposito (es la imagen
      * completa del maestro): cada consumidor decide si los excluye
      * mirando EMP-ESTADO. El total de salarios suma solo activos.
      ******************************************************************
       280-DESCARGAR-MAESTRO.
           MOVE ZERO TO EMP-ID.
           READ EMPLOYEEFILE NEXT
             AT END SET EMP-EOF TO TRUE
             NOT AT END
               IF EMP-INACTIVO
                 ADD 1 TO WS-CONT-INACTIVOS
               ELSE
                 ADD EMP-SALARIO TO WS-SALARIO-TOTAL
               END-IF
               IF NOT SIMULACION
                 WRITE NEWEMPRECORD FROM EMPDETAILS
               END-IF
           END-READ.
       285-FIN. EXIT.

      ******************************************************************
      * Graba en el historial la transaccion recien aplicada: codigo,
      * EMP-ID, fecha de la corrida, la imagen anterior del registro
      * (SPACES en un alta) y la imagen nueva (con la baja logica la
      * baja trae la imagen inactiva; solo las bajas viejas, de
      * cuando se borraba el registro, la tienen en SPACES).
      * El que llama deja la imagen anterior en WS-IMAGEN-ANTERIOR y
      * la nueva en EMPDETAILS antes del PERFORM. Cada movimiento
      * lleva el operador que lo cargo y, si fue aprobado, el
      * aprobador. En simulacion no se graba: el movimiento va al
      * reporte de la simulacion.
      ******************************************************************
       290-GRABAR-HISTORIA.
           IF SIMULACION
             PERFORM 292-INFORMAR-SIMULACION THRU 292-FIN
             GO TO 290-FIN
           END-IF.
           MOVE TRANS-CODIGO        TO HIST-CODIGO.
           MOVE NEWEMPID            TO HIST-ID.
           MOVE WS-YEAR             TO HIST-AA.
           MOVE WS-DAY              TO HIST-DD.
           MOVE WS-IMAGEN-ANTERIOR  TO HIST-IMAGEN-ANTERIOR.
           MOVE EMPDETAILS          TO HIST-IMAGEN-NUEVA.
           MOVE TRANS-OPERADOR      TO HIST-OPERADOR.
           MOVE TRANS-APROBADOR     TO HIST-APROBADOR.
           WRITE HISTREC.
       290-FIN. EXIT.

      * Linea del reporte de simulacion para un movimiento que la
      * corrida real aplicaria, con el salario antes y despues.
       292-INFORMAR-SIMULACION.
           MOVE NEWEMPID         TO SIM-EMP-ID.
           MOVE EMP-NOMBRE       TO SIM-EMP-NOMBRE.
           MOVE EMP-SALARIO      TO SIM-SALARIO-NVO.
           MOVE EMP-DEPARTAMENTO TO SIM-DEPARTAMENTO.
           IF WS-IMAGEN-ANTERIOR EQUAL SPACES
             MOVE ZERO        TO SIM-SALARIO-ANT
           ELSE
             MOVE ANT-SALARIO TO SIM-SALARIO-ANT
           END-IF.
           EVALUATE TRUE
             WHEN TRANS-ALTA
               MOVE 'ALTA'      TO SIM-MOVIMIENTO
             WHEN TRANS-CAMBIO
                  AND (ANT-DEPARTAMENTO NOT = EMP-DEPARTAMENTO)
               MOVE 'CAMBIO (TRASLADO)' TO SIM-MOVIMIENTO
             WHEN TRANS-CAMBIO
               MOVE 'CAMBIO'    TO SIM-MOVIMIENTO
             WHEN TRANS-BAJA
               MOVE 'BAJA'      TO SIM-MOVIMIENTO
             WHEN TRANS-REINGRESO
               MOVE 'REINGRESO' TO SIM-MOVIMIENTO
           END-EVALUATE.
           WRITE SIMLINE FROM SIM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       292-FIN. EXIT.

      * Error de una transaccion: en la corrida real va al
      * ERRORREPORT; en simulacion, al reporte de la simulacion.
       295-INFORMAR-ERROR.
           IF SIMULACION
             MOVE DET-EMP-ID      TO SIM-EMP-ID
             MOVE DET-EMP-NOMBRE  TO SIM-EMP-NOMBRE
             MOVE DET-TIPO-ERROR  TO SIM-MOVIMIENTO
             MOVE ZERO            TO SIM-SALARIO-ANT
             MOVE TRANS-SALARIO   TO SIM-SALARIO-NVO
             MOVE TRANS-DEPARTAMENTO TO SIM-DEPARTAMENTO
             WRITE SIMLINE FROM SIM-DETAIL-LINE
                AFTER ADVANCING 1 LINE
           ELSE
             WRITE PRINTLINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
           END-IF.
       295-FIN. EXIT.

       300-FIN.
           ADD WS-CONT-ACT WS-CONT-BAJA WS-CONT-ERR WS-CONT-SUSPENSO
               WS-CONT-REINGRESO
              GIVING WS-CONT-PROCESADOS.
           IF WS-CONT-PROCESADOS > ZERO
             COMPUTE WS-PCT-ERROR =
           DISPLAY 'CANTIDAD DE ACTUALIZACIONES APLICADAS: '
                    WS-CONT-ACT.
           DISPLAY 'CANTIDAD DE REGISTROS DE BAJA:     ' WS-CONT-BAJA.
           DISPLAY 'CANTIDAD DE REINGRESOS:           '
                    WS-CONT-REINGRESO.
           DISPLAY 'CANTIDAD DE REGISTROS ERRORNEOS:  ' WS-CONT-ERR.
           DISPLAY 'CAMBIOS RETENIDOS EN SUSPENSO:    '
                    WS-CONT-SUSPENSO.
           DISPLAY 'PORCENTAJE DE ERROR:              ' WS-PCT-ERROR '%'.
           DISPLAY 'TOTAL DE SALARIOS EN EL NUEVO MAESTRO: '
                    WS-SALARIO-TOTAL.
           DISPLAY 'EMPLEADOS INACTIVOS EN EL MAESTRO:     '
                    WS-CONT-INACTIVOS.

      * Se compara por multiplicacion cruzada en lugar de contra
      * WS-PCT-ERROR (que ya trunco a entero al calcularse arriba,
             SET JOB-FALLIDO TO TRUE
           END-IF.

      * La simulacion termina aca: no hay descarga que promover ni
      * corrida que auditar. Si el maestro no abrio no se leyo
      * nada ni se abrio el reporte: no hay veredicto que dar.
           IF SIMULACION
             IF MAESTRO-SIN-ABRIR
               DISPLAY '*** SIMULACION CANCELADA: NO SE PUDO ABRIR '
                        'EL MAESTRO ***'
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM 320-CERRAR-SIMULACION THRU 320-FIN
             END-IF
             GOBACK
           END-IF.

           CLOSE EMPLOYEEFILE
                 TRANSFILE
                 NEWEMPFILE
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       310-FIN. EXIT.

      ******************************************************************
      * Cierre de la simulacion: totales de lo que haria la corrida
      * real y el porcentaje de error proyectado contra
      * LIMITE-PORCENTAJE, para saber antes de correrla si se
      * rechazaria. El maestro real no se toco.
      ******************************************************************
       320-CERRAR-SIMULACION.
           MOVE 'ALTAS:' TO SRS-CONCEPTO.
           MOVE WS-CONT-ALTAS TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'CAMBIOS:' TO SRS-CONCEPTO.
           MOVE WS-CONT-CAMBIOS TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'BAJAS:' TO SRS-CONCEPTO.
           MOVE WS-CONT-BAJA TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'REINGRESOS:' TO SRS-CONCEPTO.
           MOVE WS-CONT-REINGRESO TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'DUPLICADOS (ID O NOMBRE):' TO SRS-CONCEPTO.
           MOVE WS-CONT-DUPLICADOS TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ERRORES (INCLUIDOS LOS DUPLICADOS):' TO SRS-CONCEPTO.
           MOVE WS-CONT-ERR TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'RETENIDOS EN SUSPENSO:' TO SRS-CONCEPTO.
           MOVE WS-CONT-SUSPENSO TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACCIONES PROCESADAS:' TO SRS-CONCEPTO.
           MOVE WS-CONT-PROCESADOS TO SRS-CANTIDAD.
           WRITE SIMLINE FROM SIM-RESUMEN-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-PCT-ERROR         TO SPC-PCT-ERROR.
           MOVE WS-LIMITE-PORCENTAJE TO SPC-LIMITE.
           WRITE SIMLINE FROM SIM-PORCENTAJE-LINE
              AFTER ADVANCING 2 LINES.
           IF JOB-FALLIDO
             MOVE '*** LA CORRIDA REAL SERIA RECHAZADA POR ERRORES ***'
                TO SVE-TEXTO
           ELSE
             MOVE 'LA CORRIDA REAL QUEDARIA DENTRO DEL LIMITE DE ERROR'
                TO SVE-TEXTO
           END-IF.
           WRITE SIMLINE FROM SIM-VEREDICTO-LINE
              AFTER ADVANCING 1 LINE.

           DISPLAY '*** SIMULACION: NO SE MODIFICO EL MAESTRO REAL ***'.
           DISPLAY SVE-TEXTO.

           CLOSE EMPLOYEEFILE
                 TRANSFILE
                 SIMULACION-RPT.
       320-FIN. EXIT.
