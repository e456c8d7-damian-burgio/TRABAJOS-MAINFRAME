      *          (SUSP-PENDIENTES.DAT, que INSERTAR-EMPLEADOS alimenta
      *          con la transaccion original de cada retencion) junto
      *          con un archivo chico de aprobaciones por EMP-ID que
      *          deja RRHH (APROBACIONES.DAT), cada una firmada con el
      *          ID del operador que aprueba. Los aprobados se
      *          reinyectan al final de EMPTRANS.DAT con la marca
      *          TRANS-APROBACION 'S' y el aprobador puestos (una
      *          aprobacion sin aprobador o firmada por el mismo
      *          operador que cargo el cambio no se aplica y el
      *          suspenso sigue esperando), asi la proxima corrida
      *          de VALIDAR-TRANS los pasa al archivo validado sin
      *          que nadie retipee nada; los demas se arrastran al
      *          ciclo siguiente con su contador incrementado, y el
               03 FILLER        PIC X(58).
               03 SPS-TRANS-APROBACION PIC X(01).
               03 FILLER        PIC X(16).
               03 SPS-TRANS-OPERADOR   PIC X(08).
               03 SPS-TRANS-APROBADOR  PIC X(08).

       FD SUSP-PEND-NUEVO.
       01 SUSP-NUEVO-REG.
            02 SNV-SALARIO-NVO  PIC 9(09)V99.
            02 SNV-FECHA        PIC X(06).
            02 SNV-CICLOS       PIC 9(02).
            02 SNV-TRANSACCION  PIC X(91).

       FD ARCH-APROBACIONES.
       01 APROBACION-REGISTRO.
            88 APROBACIONES-EOF VALUE HIGH-VALUES.
            02 APR-ID           PIC 9(07).
            02 FILLER           PIC X(01).
            02 APR-APROBADOR    PIC X(08).

       FD TRANS-ENTRADA.
       01 REG-TRANS-ENTRADA   PIC X(91).

       FD SUSP-AGING-RPT.
       01 LINEA-AGING         PIC X(100).
           05 WS-CONT-ARRASTRADOS PIC 9(05) VALUE ZERO.
           05 WS-CONT-VENCIDOS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-APR-SIN-USO PIC 9(05) VALUE ZERO.
           05 WS-CONT-APR-INVALIDAS PIC 9(05) VALUE ZERO.

      * Antiguedad maxima tolerada en dias (perilla del archivo de
      * control) y la antiguedad del suspenso que se esta resolviendo.
      ******************************************************************
      * Tabla con el archivo de aprobaciones completo, cargado al
      * inicio: es un archivo chico armado por RRHH con un EMP-ID
      * aprobado y el operador que aprueba por registro (mismo esquema
      * que la tabla de correcciones de REPROCESAR-RECHAZOS). La marca
      * de uso detecta aprobaciones que no matchean ningun suspenso.
      ******************************************************************
       01  WS-TABLA-APR-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-APROBACIONES.
                   DEPENDING ON WS-TABLA-APR-CANT
                   INDEXED BY WS-APR-IDX.
               10 TA-ID           PIC 9(07).
               10 TA-APROBADOR    PIC X(08).
               10 TA-USADA        PIC X(01).

       01  WS-APROBACION-FLAG     PIC X(01) VALUE 'N'.
           88 APROBACION-HALLADA      VALUE 'S'.
       01  WS-APROBADOR           PIC X(08) VALUE SPACES.

       01  WS-I                   PIC 9(04) VALUE ZERO.

               IF (APR-ID NUMERIC) AND (WS-TABLA-APR-CANT < 5000)
                 ADD 1 TO WS-TABLA-APR-CANT
                 MOVE APR-ID TO TA-ID(WS-TABLA-APR-CANT)
                 MOVE APR-APROBADOR TO TA-APROBADOR(WS-TABLA-APR-CANT)
                 MOVE 'N'    TO TA-USADA(WS-TABLA-APR-CANT)
               END-IF
           END-READ.
      ******************************************************************
      * Resuelve un suspenso: con aprobacion de RRHH la transaccion
      * original vuelve a EMPTRANS.DAT con la marca de aprobacion
      * y el aprobador puestos; sin aprobacion se arrastra con un
      * ciclo mas y se informa su antiguedad en el reporte. Una
      * aprobacion sin aprobador, o firmada por el mismo operador que
      * cargo el cambio, no vale: se informa y el suspenso se arrastra
      * igual que si no hubiera aprobacion. Que el aprobador este
      * habilitado lo vuelve a controlar VALIDAR-TRANS.
      ******************************************************************
       220-RESOLVER-SUSPENSO.
           PERFORM 230-BUSCAR-APROBACION THRU 230-FIN.
           IF (APROBACION-HALLADA)
               AND ((WS-APROBADOR EQUAL SPACES)
                    OR (WS-APROBADOR EQUAL SPS-TRANS-OPERADOR))
             ADD 1 TO WS-CONT-APR-INVALIDAS
             DISPLAY 'APROBACION SIN APROBADOR VALIDO, ID: ' SPS-ID
                     ' APROBADOR: ' WS-APROBADOR
             MOVE 'N' TO WS-APROBACION-FLAG
           END-IF.
           IF APROBACION-HALLADA
             ADD 1 TO WS-CONT-LIBERADOS
             MOVE 'S' TO SPS-TRANS-APROBACION
             MOVE WS-APROBADOR TO SPS-TRANS-APROBADOR
             MOVE SPS-TRANSACCION TO REG-TRANS-ENTRADA
             WRITE REG-TRANS-ENTRADA
           ELSE
       235-COMPARAR-APROBACION.
           IF TA-ID(WS-APR-IDX) EQUAL SPS-ID
             SET APROBACION-HALLADA TO TRUE
             MOVE TA-APROBADOR(WS-APR-IDX) TO WS-APROBADOR
             MOVE 'S' TO TA-USADA(WS-APR-IDX)
           END-IF.
       235-FIN. EXIT.
           MOVE 'APROBACIONES SIN SUSPENSO QUE MATCHEE:'
              TO RES-CONCEPTO.
           MOVE WS-CONT-APR-SIN-USO TO RES-CANTIDAD.
           WRITE LINEA-AGING FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'APROBACIONES SIN APROBADOR VALIDO:'
              TO RES-CONCEPTO.
           MOVE WS-CONT-APR-INVALIDAS TO RES-CANTIDAD.
           WRITE LINEA-AGING FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.

           DISPLAY 'ARRASTRADOS:             ' WS-CONT-ARRASTRADOS.
           DISPLAY 'VENCIDOS:                ' WS-CONT-VENCIDOS.
           DISPLAY 'APROBACIONES SIN USO:    ' WS-CONT-APR-SIN-USO.
           DISPLAY 'APROBACIONES INVALIDAS:  ' WS-CONT-APR-INVALIDAS.

           CLOSE TRANS-ENTRADA
                 SUSP-PEND-NUEVO
