            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-INACTIVO    VALUE 'I'.
            02 FILLER          PIC X(13).

       SD WORKFILE.
       01 WORKREC.
           05 WS-CONT-LEIDOS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-CON-SALARIO PIC 9(07) VALUE ZERO.
           05 WS-CONT-SALARIO-CERO PIC 9(07) VALUE ZERO.
           05 WS-CONT-INACTIVOS   PIC 9(07) VALUE ZERO.

       01  WS-ESTADISTICAS.
           05 WS-SALARIO-MINIMO   PIC 9(09)V99 VALUE ZERO.
      * acumula banda, total, minimo y maximo, y se libera al SORT.
      ******************************************************************
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
           IF EMP-SALARIO EQUAL ZERO
             ADD 1 TO WS-CONT-SALARIO-CERO
              AFTER ADVANCING 1 LINE.
           MOVE 'SALARIO CERO (INVESTIGAR):' TO CAN-CONCEPTO.
           MOVE WS-CONT-SALARIO-CERO TO CAN-VALOR.
           WRITE LINEA-SALARIOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           IF INCLUIR-INACTIVOS
             MOVE 'INACTIVOS INCLUIDOS:' TO CAN-CONCEPTO
           ELSE
             MOVE 'INACTIVOS EXCLUIDOS:' TO CAN-CONCEPTO
           END-IF.
           MOVE WS-CONT-INACTIVOS TO CAN-VALOR.
           WRITE LINEA-SALARIOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.

           DISPLAY 'EMPLEADOS CON SALARIO:    ' WS-CONT-CON-SALARIO.
           DISPLAY 'SALARIO CERO (INVESTIGAR): '
                    WS-CONT-SALARIO-CERO.
           DISPLAY 'EMPLEADOS INACTIVOS:         ' WS-CONT-INACTIVOS.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

