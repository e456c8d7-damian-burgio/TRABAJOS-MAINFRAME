      *          TODOS los duplicados, no solo el primero del indice
      *          como en la consulta de pantalla. Con el archivo de
      *          solicitudes vacio o ausente se entra al menu
      *          interactivo como siempre. Con la baja logica se
      *          muestra ademas el estado del empleado (activo o
      *          inactivo) y, si esta dado de baja, la fecha y el
      *          motivo de la baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-ACTIVO      VALUE 'A' SPACE.
               88 EMP-INACTIVO    VALUE 'I'.
            02 EMP-FECHA-BAJA  PIC X(08).
            02 EMP-MOTIVO-BAJA PIC X(01).
               88 BAJA-RENUNCIA      VALUE 'R'.
               88 BAJA-DESPIDO       VALUE 'D'.
               88 BAJA-JUBILACION    VALUE 'J'.
               88 BAJA-FALLECIMIENTO VALUE 'F'.
            02 FILLER          PIC X(04).

       FD ARCH-SOLICITUDES.
       01 REG-SOLICITUD.

       01  WS-SALARIO-EDITADO      PIC $Z,ZZZ,ZZZ,ZZ9.99.

      * Descripcion del estado y del motivo de baja para la pantalla.
       01  WS-ESTADO-DESC          PIC X(08) VALUE SPACES.
       01  WS-MOTIVO-DESC          PIC X(13) VALUE SPACES.

       01  WS-MODO-BATCH-FLAG      PIC X(01) VALUE 'N'.
           88 MODO-BATCH               VALUE 'S'.

           05 RSP-DEPTO         PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RSP-SALARIO       PIC $Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
      * Estado A/I y, en los inactivos, fecha y motivo de la baja.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RSP-SITUACION     PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RSP-FECHA-BAJA    PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RSP-MOTIVO-BAJA   PIC X(01) VALUE SPACE.

       01  WS-LINEA-COLA-BATCH.
           05 FILLER            PIC X(14) VALUE 'T SOLICITUDES:'.
           DISPLAY 'GENERO:   ' EMP-GENERO.
           DISPLAY 'DEPTO:    ' EMP-DEPARTAMENTO.
           DISPLAY 'SALARIO:  ' WS-SALARIO-EDITADO.
           PERFORM 240-DESCRIBIR-ESTADO THRU 240-FIN.
           DISPLAY 'ESTADO:   ' WS-ESTADO-DESC.
           IF EMP-INACTIVO
             DISPLAY 'BAJA:     ' EMP-FECHA-BAJA
             DISPLAY 'MOTIVO:   ' WS-MOTIVO-DESC
           END-IF.
       230-FIN. EXIT.

      ******************************************************************
      * Traduce el estado del empleado y el motivo de la baja a texto;
      * un registro sin estado cargado (anterior a la baja logica) es
      * un empleado activo.
      ******************************************************************
       240-DESCRIBIR-ESTADO.
           MOVE SPACES TO WS-MOTIVO-DESC.
           IF EMP-INACTIVO
             MOVE 'INACTIVO' TO WS-ESTADO-DESC
           ELSE
             MOVE 'ACTIVO'   TO WS-ESTADO-DESC
           END-IF.
           EVALUATE TRUE
             WHEN BAJA-RENUNCIA
               MOVE 'RENUNCIA'      TO WS-MOTIVO-DESC
             WHEN BAJA-DESPIDO
               MOVE 'DESPIDO'       TO WS-MOTIVO-DESC
             WHEN BAJA-JUBILACION
               MOVE 'JUBILACION'    TO WS-MOTIVO-DESC
             WHEN BAJA-FALLECIMIENTO
               MOVE 'FALLECIMIENTO' TO WS-MOTIVO-DESC
             WHEN OTHER
               MOVE EMP-MOTIVO-BAJA TO WS-MOTIVO-DESC
           END-EVALUATE.
       240-FIN. EXIT.

       300-FIN-PROGRAMA.
           CLOSE EMPLOYEEFILE.
           GOBACK.
           MOVE EMP-GENERO      TO RSP-GENERO.
           MOVE EMP-DEPARTAMENTO TO RSP-DEPTO.
           MOVE EMP-SALARIO     TO RSP-SALARIO.
           IF EMP-INACTIVO
             MOVE 'I'             TO RSP-SITUACION
           ELSE
             MOVE 'A'             TO RSP-SITUACION
           END-IF.
           MOVE EMP-FECHA-BAJA  TO RSP-FECHA-BAJA.
           MOVE EMP-MOTIVO-BAJA TO RSP-MOTIVO-BAJA.
           WRITE LINEA-RESPUESTA FROM WS-LINEA-BATCH.
       460-FIN. EXIT.

           MOVE SOL-CLAVE       TO RSP-CLAVE.
           MOVE 'NO-ENCONTRADO' TO RSP-ESTADO.
           MOVE SPACES          TO RSP-ID RSP-NOMBRE RSP-APELLIDO
                                   RSP-INGRESO RSP-GENERO RSP-DEPTO
                                   RSP-SITUACION RSP-FECHA-BAJA
                                   RSP-MOTIVO-BAJA.
           MOVE ZERO            TO RSP-SALARIO.
           WRITE LINEA-RESPUESTA FROM WS-LINEA-BATCH.
       470-FIN. EXIT.
