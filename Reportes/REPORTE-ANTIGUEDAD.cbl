            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-INACTIVO    VALUE 'I'.
            02 FILLER          PIC X(13).

       FD ANTIGUEDAD-RPT.
       01 LINEA-ANTIGUEDAD    PIC X(100).
           05 WS-CONT-VALIDOS     PIC 9(07) VALUE ZERO.
           05 WS-CONT-INVALIDOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-ANIVERSARIOS PIC 9(05) VALUE ZERO.
           05 WS-CONT-INACTIVOS   PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Bandas de anios de servicio: cada entrada define el tope
      * marca en el reporte.
      ******************************************************************
       220-PROCESAR-EMPLEADO.
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
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           IF FECHA-ING-INVALIDA
           MOVE 'ANIVERSARIOS EN LOS PROXIMOS 30 DIAS:'
              TO CAN-CONCEPTO.
           MOVE WS-CONT-ANIVERSARIOS TO CAN-VALOR.
           WRITE LINEA-ANTIGUEDAD FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           IF INCLUIR-INACTIVOS
             MOVE 'INACTIVOS INCLUIDOS:' TO CAN-CONCEPTO
           ELSE
             MOVE 'INACTIVOS EXCLUIDOS:' TO CAN-CONCEPTO
           END-IF.
           MOVE WS-CONT-INACTIVOS TO CAN-VALOR.
           WRITE LINEA-ANTIGUEDAD FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.

                    WS-CONT-INVALIDOS.
           DISPLAY 'ANIVERSARIOS PROXIMOS:       '
                    WS-CONT-ANIVERSARIOS.
           DISPLAY 'EMPLEADOS INACTIVOS:         ' WS-CONT-INACTIVOS.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

