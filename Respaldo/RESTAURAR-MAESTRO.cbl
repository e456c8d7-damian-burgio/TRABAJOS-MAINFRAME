      *          generacion tal cual; cargada, ademas reaplica sobre
      *          ella los movimientos de EMP-HISTORIA.DAT con fecha
      *          hasta ese dia inclusive (alta/cambio pisan con la
      *          imagen nueva, igual que la baja logica y el
      *          reingreso; solo una baja vieja sin imagen nueva
      *          borra). La reconstruccion se graba
      *          en MAESTRO-RESTAURADO (nunca sobre el maestro vivo:
      *          la promocion es una decision del operador), con las
      *          dos claves del indexado regeneradas por los WRITE, y
            02 HIST-FECHA      PIC X(06).
            02 HIST-IMAGEN-ANTERIOR PIC X(75).
            02 HIST-IMAGEN-NUEVA    PIC X(75).
            02 HIST-OPERADOR        PIC X(08).
            02 HIST-APROBADOR       PIC X(08).

       FD RESTAURA-RPT.
       01 LINEA-RESTAURA      PIC X(100).
             NOT INVALID KEY SET REGISTRO-HALLADO TO TRUE
           END-READ.
           EVALUATE TRUE
             WHEN (HIST-CODIGO EQUAL 'B')
                  AND (HIST-IMAGEN-NUEVA EQUAL SPACES)
               IF REGISTRO-HALLADO
                 DELETE MAESTRO-RESTAURADO RECORD
                   INVALID KEY CONTINUE
