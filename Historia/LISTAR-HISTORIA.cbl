      *          rango de fechas de corrida (AAMMDD) o por ambos, y
      *          deja el listado en HISTORIA-RPT.DAT. Responde la
      *          pregunta de los auditores "quien cambio el salario de
      *          esta persona y cuanto valia antes", con el operador
      *          que cargo cada movimiento y el que lo aprobo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            02 HIST-FECHA      PIC X(06).
            02 HIST-IMAGEN-ANTERIOR PIC X(75).
            02 HIST-IMAGEN-NUEVA    PIC X(75).
            02 HIST-OPERADOR        PIC X(08).
            02 HIST-APROBADOR       PIC X(08).

       FD HISTORIA-RPT.
       01 LINEA-HISTORIA      PIC X(132).
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(38) VALUE 'ANTERIOR'.
           05 FILLER            PIC X(38) VALUE 'NUEVO'.
           05 FILLER            PIC X(09) VALUE 'OPERADOR'.
           05 FILLER            PIC X(09) VALUE 'APROBADOR'.
           05 FILLER            PIC X(16) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 DET-FECHA         PIC X(06) VALUE SPACES.
           05 DET-NOMBRE-NVO    PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-SALARIO-NVO   PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-OPERADOR      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-APROBADOR     PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER            PIC X(30) VALUE
           MOVE HIST-FECHA  TO DET-FECHA.
           MOVE HIST-CODIGO TO DET-CODIGO.
           MOVE HIST-ID     TO DET-ID.
           MOVE HIST-OPERADOR  TO DET-OPERADOR.
           MOVE HIST-APROBADOR TO DET-APROBADOR.

           MOVE HIST-IMAGEN-ANTERIOR TO WS-IMAGEN-EMPLEADO.
           IF HIST-IMAGEN-ANTERIOR = SPACES
