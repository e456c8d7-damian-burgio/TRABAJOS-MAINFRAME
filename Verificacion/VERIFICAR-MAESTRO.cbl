      *          280-DESCARGAR-MAESTRO; y reconstruye desde
      *          EMP-HISTORIA.DAT la ultima imagen de cada empleado
      *          para confirmar que coincide con lo que el maestro
      *          tiene hoy (una baja borrada debe no estar; una baja
      *          logica debe estar inactiva como la dejo). Deja un
      *          reporte de certificacion archivable y termina con
      *          RETURN-CODE 16 si algo no cuadra.
      * Tectonics: cobc
            02 HIST-FECHA      PIC X(06).
            02 HIST-IMAGEN-ANTERIOR PIC X(75).
            02 HIST-IMAGEN-NUEVA    PIC X(75).
            02 HIST-OPERADOR        PIC X(08).
            02 HIST-APROBADOR       PIC X(08).

      * El historial se ordena por EMP-ID con un numero de secuencia
      * de llegada como segunda clave: dentro de un mismo empleado el
             INVALID KEY CONTINUE
             NOT INVALID KEY SET REGISTRO-HALLADO TO TRUE
           END-READ.
      * Solo una baja con imagen nueva en SPACES borro el registro
      * (las viejas, fisicas); la baja logica se coteja como cualquier
      * otro movimiento contra la imagen inactiva.
           IF (WS-HIST-ULT-CODIGO EQUAL 'B')
               AND (WS-HIST-ULT-IMAGEN EQUAL SPACES)
             IF REGISTRO-HALLADO
               ADD 1 TO WS-CONT-HIST-DIF
               MOVE SPACES TO DIF-DETALLE
