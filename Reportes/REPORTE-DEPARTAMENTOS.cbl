            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-INACTIVO    VALUE 'I'.
            02 FILLER          PIC X(13).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           05 WS-CONT-LEIDOS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-SIN-DEPTO   PIC 9(07) VALUE ZERO.
           05 WS-CONT-DESCONOCIDO PIC 9(07) VALUE ZERO.
           05 WS-CONT-INACTIVOS   PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Catalogo de departamentos cargado al inicio, activos e
       210-FIN. EXIT.

       220-ACUMULAR-EMPLEADO.
      * El maestro nuevo trae tambien a los dados de baja (baja
      * logica): se cuentan siempre y solo entran al reporte si la
      * corrida lo pide con INCLUIR-INACTIVOS.
           IF EMP-INACTIVO
             ADD 1 TO WS-CONT-INACTIVOS
             IF NOT INCLUIR-INACTIVOS
               PERFORM 210-LEER-MAESTRO THRU 210-FIN
               GO TO 220-FIN
             END-IF
           END-IF.
           ADD 1 TO WS-CONT-LEIDOS.
           IF EMP-DEPARTAMENTO EQUAL SPACES
             ADD 1 TO WS-CONT-SIN-DEPTO
              AFTER ADVANCING 1 LINE.
           MOVE 'CODIGOS FUERA DEL CATALOGO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-DESCONOCIDO TO CAN-VALOR.
           WRITE LINEA-DEPTOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           IF INCLUIR-INACTIVOS
             MOVE 'INACTIVOS INCLUIDOS:' TO CAN-CONCEPTO
           ELSE
             MOVE 'INACTIVOS EXCLUIDOS:' TO CAN-CONCEPTO
           END-IF.
           MOVE WS-CONT-INACTIVOS TO CAN-VALOR.
           WRITE LINEA-DEPTOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.

           DISPLAY 'SIN DEPARTAMENTO:           ' WS-CONT-SIN-DEPTO.
           DISPLAY 'CODIGOS FUERA DEL CATALOGO: '
                    WS-CONT-DESCONOCIDO.
           DISPLAY 'EMPLEADOS INACTIVOS:         ' WS-CONT-INACTIVOS.

           PERFORM 410-AUDITAR-CORRIDA THRU 410-FIN.

