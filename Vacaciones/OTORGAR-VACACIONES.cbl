      ******************************************************************
      * Author: Burgio
      * Purpose: Otorgamiento anual de vacaciones. Recorre el maestro
      *          nuevo (EMP-ARCH-NUEVO.DAT, imagen completa con los
      *          inactivos, en orden de EMP-ID) apareado con el libro
      *          de saldos de vacaciones (VAC-SALDOS.DAT, un registro
      *          por empleado y anio de otorgamiento, en orden de
      *          EMP-ID y anio) y deja el libro nuevo. A cada activo
      *          le otorga los dias del anio de VAC-ANIO segun su
      *          antiguedad al 31 de diciembre tomada de
      *          FECHA-INGRESO: hasta 5 anios 14 dias, hasta 10 21,
      *          hasta 20 28 y mas de 20 35; el que ingreso en el
      *          anio y no llega a medio anio trabajado lleva un dia
      *          cada 20 trabajados. Los dias de cada anio se pueden
      *          tomar hasta el 30 de abril del anio siguiente: lo que
      *          quedo sin tomar de un anio vencido se da por vencido,
      *          y el saldo negativo (dias adelantados) pasa como
      *          tomado al anio nuevo. A los dados de baja les cierra
      *          el libro: saldo sin vencer a la fecha de baja mas la
      *          parte proporcional del anio de la baja, que sale en
      *          el reporte como dias a pagar en la liquidacion final.
      *          El otorgamiento de un anio ya otorgado no se repite,
      *          asi que la corrida se puede volver a lanzar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTORGAR-VACACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NEWEMPFILE ASSIGN TO DYNAMIC RUT-MAESTRO-NUEVO
           FILE STATUS IS FS-MAESTRO-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VAC-SALDOS ASSIGN TO DYNAMIC RUT-VAC-SALDOS
           FILE STATUS IS FS-VAC-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-SALDOS-NVO ASSIGN TO DYNAMIC RUT-VAC-SALDOS-NVO
           FILE STATUS IS FS-VAC-SALDOS-NVO
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-OTORGA-RPT ASSIGN TO DYNAMIC RUT-VAC-OTORGA-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
       01 EMPDETAILS.
            88 EMP-EOF VALUE HIGH-VALUES.
            02 EMP-ID          PIC 9(7).
            02 EMP-NOMBRE      PIC X(20).
            02 EMP-SALARIO     PIC 9(09)V99.
            02 EMP-APELLIDO    PIC X(10).
            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-INACTIVO    VALUE 'I'.
            02 EMP-FECHA-BAJA  PIC X(08).
            02 EMP-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(04).

      * Libro de saldos: saldo del anio = otorgados - tomados -
      * vencidos (negativo si se adelantaron dias). Estado V vigente,
      * C cerrado (vencido o consumido), L liquidado en la baja.
       FD VAC-SALDOS.
       01 SAL-REGISTRO.
            88 SALDOS-EOF VALUE HIGH-VALUES.
            02 SAL-ID          PIC 9(07).
            02 SAL-ANIO        PIC 9(04).
            02 SAL-ANTIGUEDAD  PIC 9(02).
            02 SAL-OTORGADOS   PIC 9(03).
            02 SAL-TOMADOS     PIC 9(03).
            02 SAL-VENCIDOS    PIC 9(03).
            02 SAL-VENCE       PIC X(08).
            02 SAL-ESTADO      PIC X(01).
            02 SAL-FECHA-ULT-MOV PIC X(08).
            02 FILLER          PIC X(11).

       FD VAC-SALDOS-NVO.
       01 NVO-REGISTRO        PIC X(50).

       FD VAC-OTORGA-RPT.
       01 LINEA-OTORGA        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-MAESTRO-NUEVO   PIC X(02).
           05  FS-VAC-SALDOS      PIC X(02).
           05  FS-VAC-SALDOS-NVO  PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-MAESTRO-NUEVO     PIC X(60).
           05  RUT-VAC-SALDOS        PIC X(60).
           05  RUT-VAC-SALDOS-NVO    PIC X(60).
           05  RUT-VAC-OTORGA-RPT    PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-EMPLEADOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-OTORGADOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-YA-OTORGADOS PIC 9(07) VALUE ZERO.
           05 WS-CONT-POSTERIORES PIC 9(07) VALUE ZERO.
           05 WS-CONT-INVALIDOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-BAJAS       PIC 9(07) VALUE ZERO.
           05 WS-CONT-BAJAS-SIN-FECHA PIC 9(07) VALUE ZERO.
           05 WS-CONT-HUERFANOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-SALDOS-LEIDOS PIC 9(07) VALUE ZERO.
           05 WS-CONT-SALDOS-GRABADOS PIC 9(07) VALUE ZERO.

       01  WS-TOTALES.
           05 WS-TOT-DIAS-OTORGADOS PIC 9(09) VALUE ZERO.
           05 WS-TOT-DIAS-VENCIDOS  PIC 9(09) VALUE ZERO.
           05 WS-TOT-DIAS-ARRASTRE  PIC 9(09) VALUE ZERO.
           05 WS-TOT-DIAS-LIQUIDAR  PIC S9(09) VALUE ZERO.

      * Claves del apareo: 9999999 marca el fin de cada archivo.
       01  WS-ID-MAESTRO          PIC 9(07) VALUE ZERO.
       01  WS-ID-SALDO            PIC 9(07) VALUE ZERO.
       01  WS-FIN-APAREO          PIC 9(07) VALUE 9999999.

      ******************************************************************
      * Registros del libro del empleado en curso: se cargan todos
      * antes de decidir, porque el anio nuevo hereda el saldo
      * negativo de los anteriores y la baja los cierra a todos.
      ******************************************************************
       01  WS-GRUPO-CANT          PIC 9(02) VALUE ZERO.
       01  WS-GRUPO.
           05 GR-ENTRADA OCCURS 1 TO 99 TIMES
                 DEPENDING ON WS-GRUPO-CANT
                 INDEXED BY IX-GRUPO.
              10 GR-ID             PIC 9(07).
              10 GR-ANIO           PIC 9(04).
              10 GR-ANTIGUEDAD     PIC 9(02).
              10 GR-OTORGADOS      PIC 9(03).
              10 GR-TOMADOS        PIC 9(03).
              10 GR-VENCIDOS       PIC 9(03).
              10 GR-VENCE          PIC X(08).
              10 GR-ESTADO         PIC X(01).
                 88 GR-VIGENTE        VALUE 'V'.
                 88 GR-CERRADO        VALUE 'C'.
                 88 GR-LIQUIDADO      VALUE 'L'.
              10 GR-FECHA-ULT-MOV  PIC X(08).
              10 FILLER            PIC X(11).

       01  WS-GRUPO-FLAGS.
           05 WS-ANIO-HALLADO-FLAG PIC X(01) VALUE 'N'.
              88 ANIO-YA-OTORGADO     VALUE 'S'.
           05 WS-BAJA-HALLADA-FLAG PIC X(01) VALUE 'N'.
              88 ANIO-BAJA-CARGADO    VALUE 'S'.
           05 WS-LIQUIDADO-FLAG    PIC X(01) VALUE 'N'.
              88 YA-LIQUIDADO         VALUE 'S'.

       01  WS-FALLA-FLAG          PIC X(01) VALUE 'N'.
           88 OTORGAMIENTO-FALLIDO    VALUE 'S'.

      * Anio del otorgamiento, su 31/12 y el vencimiento de los dias
      * (30/04 del anio siguiente), todos AAAAMMDD.
       01  WS-ANIO-OTORGA         PIC 9(04) VALUE ZERO.
       01  WS-FIN-ANIO.
           05 WS-FIN-ANIO-AAAA    PIC 9(04) VALUE ZERO.
           05 FILLER              PIC X(04) VALUE '1231'.
       01  WS-VENCE-NUEVO.
           05 WS-VENCE-AAAA       PIC 9(04) VALUE ZERO.
           05 FILLER              PIC X(04) VALUE '0430'.
       01  WS-HOY-LARGA.
           05 WS-HOY-AAAA         PIC 9(04) VALUE ZERO.
           05 WS-HOY-MM           PIC 9(02) VALUE ZERO.
           05 WS-HOY-DD           PIC 9(02) VALUE ZERO.

      * Calculo de dias del empleado en curso.
       01  WS-CALCULO-DIAS.
           05 WS-ANTIGUEDAD       PIC 9(03) VALUE ZERO.
           05 WS-DIAS-ESCALA      PIC 9(03) VALUE ZERO.
           05 WS-DIAS-OTORGAR     PIC 9(03) VALUE ZERO.
           05 WS-DIAS-TRABAJADOS  PIC S9(05) VALUE ZERO.
           05 WS-DEFICIT          PIC 9(03) VALUE ZERO.
           05 WS-SALDO-ANIO       PIC S9(04) VALUE ZERO.
           05 WS-SALDO-EMPLEADO   PIC S9(05) VALUE ZERO.
           05 WS-DIAS-PENDIENTES  PIC S9(05) VALUE ZERO.
           05 WS-DIAS-PROPORCION  PIC 9(03) VALUE ZERO.
           05 WS-SERIE-DESDE      PIC S9(07) VALUE ZERO.
           05 WS-SERIE-HASTA      PIC S9(07) VALUE ZERO.

       01  WS-BAJA.
           05 WS-BAJA-AAAA        PIC 9(04) VALUE ZERO.
           05 WS-BAJA-MM          PIC 9(02) VALUE ZERO.
           05 WS-BAJA-DD          PIC 9(02) VALUE ZERO.

      * Desarme y control de calendario de la fecha de ingreso
      * (AAAAMMDD), con la regla completa de bisiestos: los anios
      * historicos pueden ser 19XX.
       01  WS-CONTROL-FECHA-ING.
           05 WS-FI-ESTADO        PIC X(01) VALUE 'O'.
               88 FECHA-ING-OK        VALUE 'O'.
               88 FECHA-ING-INVALIDA  VALUE 'I'.
           05 WS-FI-AAAA          PIC 9(04) VALUE ZERO.
           05 WS-FI-MM            PIC 9(02) VALUE ZERO.
           05 WS-FI-DD            PIC 9(02) VALUE ZERO.
           05 WS-FI-DIAS-MES      PIC 9(02) VALUE ZERO.
           05 WS-FI-COCIENTE      PIC 9(04) VALUE ZERO.
           05 WS-FI-RESTO-4       PIC 9(01) VALUE ZERO.
           05 WS-FI-RESTO-100     PIC 9(02) VALUE ZERO.
           05 WS-FI-RESTO-400     PIC 9(03) VALUE ZERO.

       01  WS-CALCULO-SERIE.
           05 WS-SERIE-FECHA.
              10 WS-SER-AA        PIC 9(02).
              10 WS-SER-MM        PIC 9(02).
              10 WS-SER-DD        PIC 9(02).
           05 WS-SERIE-DIAS       PIC S9(07) VALUE ZERO.
           05 WS-SERIE-BISIESTOS  PIC 9(04) VALUE ZERO.
           05 WS-RESTO-BISIESTO   PIC 9(01) VALUE ZERO.
           05 WS-CUARTOS-ANIO     PIC 9(04) VALUE ZERO.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-OTORGA.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(41) VALUE
               '  OTORGAMIENTO ANUAL DE VACACIONES - ANIO'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TIT-ANIO          PIC 9(04) VALUE ZERO.
           05 FILLER            PIC X(29) VALUE
               '  (ANTIGUEDAD AL 31/12)'.
           05 FILLER            PIC X(49) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(72) VALUE ALL '*'.

       01  WS-CABECERA-OTORGA.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(21) VALUE 'NOMBRE'.
           05 FILLER            PIC X(06) VALUE 'DEPTO'.
           05 FILLER            PIC X(10) VALUE 'INGRESO'.
           05 FILLER            PIC X(07) VALUE 'ANTIG'.
           05 FILLER            PIC X(07) VALUE 'DIAS'.
           05 FILLER            PIC X(07) VALUE 'ARRAS'.
           05 FILLER            PIC X(07) VALUE 'SALDO'.
           05 FILLER            PIC X(47) VALUE 'OBSERVACION'.

       01  WS-LINEA-OTORGA.
           05 DET-ID            PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-NOMBRE        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-DEPTO         PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-INGRESO       PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-ANTIGUEDAD    PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DET-DIAS          PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DET-ARRASTRE      PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DET-SALDO         PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-OBSERVACION   PIC X(45) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-CONCEPTO      PIC X(44) VALUE SPACES.
           05 CAN-VALOR         PIC ---------9 VALUE ZERO.
           05 FILLER            PIC X(78) VALUE SPACES.

       01  WS-OBS-DIAS          PIC ----9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           PERFORM 200-PROCESAR THRU 200-FIN.
           PERFORM 500-FIN-PROGRAMA THRU 500-FIN.

       100-INICIO.
           PERFORM 105-TOMAR-PARAMETROS THRU 105-FIN.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
           ELSE
             MOVE PAR-FECHA-EFECTIVA TO WS-DATE
           END-IF.
           MOVE WS-DAY   TO TIT-DD.
           MOVE WS-MONTH TO TIT-MM.
           MOVE WS-YEAR  TO TIT-AA.
      * El circuito trata los anios de corrida como 20AA.
           COMPUTE WS-HOY-AAAA = 2000 + WS-YEAR.
           MOVE WS-MONTH TO WS-HOY-MM.
           MOVE WS-DAY   TO WS-HOY-DD.
           IF PAR-VAC-ANIO EQUAL SPACES
             MOVE WS-HOY-AAAA TO WS-ANIO-OTORGA
           ELSE
             MOVE PAR-VAC-ANIO TO WS-ANIO-OTORGA
           END-IF.
           MOVE WS-ANIO-OTORGA TO WS-FIN-ANIO-AAAA TIT-ANIO.
           COMPUTE WS-VENCE-AAAA = WS-ANIO-OTORGA + 1.
           OPEN OUTPUT VAC-OTORGA-RPT.
           WRITE LINEA-OTORGA FROM WS-SEPARADOR.
           WRITE LINEA-OTORGA FROM WS-TITULO-OTORGA
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-OTORGA FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-OTORGA FROM WS-CABECERA-OTORGA
              AFTER ADVANCING 2 LINES.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas y fecha efectiva del archivo de control de la
      * corrida: con parametros malos o ausentes el programa termina
      * aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** OTORGAR-VACACIONES: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMP-ARCH-NUEVO  TO RUT-MAESTRO-NUEVO.
           MOVE PAR-RUTA-VAC-SALDOS      TO RUT-VAC-SALDOS.
           MOVE PAR-RUTA-VAC-SALDOS-NVO  TO RUT-VAC-SALDOS-NVO.
           MOVE PAR-RUTA-VAC-OTORGA-RPT  TO RUT-VAC-OTORGA-RPT.
       105-FIN. EXIT.

      ******************************************************************
      * Apareo maestro / libro por EMP-ID. Los registros del libro de
      * un EMP-ID que ya no esta en el maestro pasan tal cual.
      ******************************************************************
       200-PROCESAR.
           OPEN INPUT NEWEMPFILE.
           IF FS-MAESTRO-NUEVO NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO NUEVO. FILE STATUS #'
                      FS-MAESTRO-NUEVO
             SET OTORGAMIENTO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           OPEN INPUT VAC-SALDOS.
           IF (FS-VAC-SALDOS NOT = '00') AND (FS-VAC-SALDOS NOT = '05')
             DISPLAY 'ERROR AL ABRIR VAC-SALDOS. FILE STATUS #'
                      FS-VAC-SALDOS
             CLOSE NEWEMPFILE
             SET OTORGAMIENTO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           OPEN OUTPUT VAC-SALDOS-NVO.
           IF FS-VAC-SALDOS-NVO NOT = '00'
             DISPLAY 'ERROR AL ABRIR VAC-SALDOS-NVO. FILE STATUS #'
                      FS-VAC-SALDOS-NVO
             CLOSE NEWEMPFILE
                   VAC-SALDOS
             SET OTORGAMIENTO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
           PERFORM 215-LEER-SALDO THRU 215-FIN.
           PERFORM 220-APAREAR THRU 220-FIN
              UNTIL (WS-ID-MAESTRO EQUAL WS-FIN-APAREO)
                AND (WS-ID-SALDO EQUAL WS-FIN-APAREO).
           CLOSE NEWEMPFILE
                 VAC-SALDOS
                 VAC-SALDOS-NVO.
       200-FIN. EXIT.

       210-LEER-MAESTRO.
           READ NEWEMPFILE
             AT END
               SET EMP-EOF TO TRUE
               MOVE WS-FIN-APAREO TO WS-ID-MAESTRO
             NOT AT END
               MOVE EMP-ID TO WS-ID-MAESTRO
           END-READ.
       210-FIN. EXIT.

       215-LEER-SALDO.
           READ VAC-SALDOS
             AT END
               SET SALDOS-EOF TO TRUE
               MOVE WS-FIN-APAREO TO WS-ID-SALDO
             NOT AT END
               ADD 1 TO WS-CONT-SALDOS-LEIDOS
               MOVE SAL-ID TO WS-ID-SALDO
           END-READ.
       215-FIN. EXIT.

       220-APAREAR.
           IF WS-ID-SALDO < WS-ID-MAESTRO
             ADD 1 TO WS-CONT-HUERFANOS
             WRITE NVO-REGISTRO FROM SAL-REGISTRO
             IF FS-VAC-SALDOS-NVO NOT = '00'
               PERFORM 295-ERROR-GRABACION THRU 295-FIN
               GO TO 220-FIN
             END-IF
             ADD 1 TO WS-CONT-SALDOS-GRABADOS
             PERFORM 215-LEER-SALDO THRU 215-FIN
             GO TO 220-FIN
           END-IF.
           ADD 1 TO WS-CONT-EMPLEADOS.
           MOVE ZERO TO WS-GRUPO-CANT.
           PERFORM 230-CARGAR-GRUPO THRU 230-FIN
              UNTIL WS-ID-SALDO NOT = WS-ID-MAESTRO.
           IF OTORGAMIENTO-FALLIDO
             MOVE WS-FIN-APAREO TO WS-ID-MAESTRO WS-ID-SALDO
             GO TO 220-FIN
           END-IF.
           PERFORM 240-EXAMINAR-GRUPO THRU 240-FIN.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           MOVE EMP-ID            TO DET-ID.
           MOVE EMP-APELLIDO      TO DET-APELLIDO.
           MOVE EMP-NOMBRE        TO DET-NOMBRE.
           MOVE EMP-DEPARTAMENTO  TO DET-DEPTO.
           MOVE EMP-FECHA-INGRESO TO DET-INGRESO.
           MOVE ZERO              TO DET-ANTIGUEDAD DET-DIAS
                                     DET-ARRASTRE DET-SALDO.
           MOVE SPACES            TO DET-OBSERVACION.
           IF EMP-INACTIVO
             PERFORM 300-CERRAR-BAJA THRU 300-FIN
           ELSE
             PERFORM 250-OTORGAR-ACTIVO THRU 250-FIN
           END-IF.
           PERFORM 290-GRABAR-GRUPO THRU 290-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL (IX-GRUPO > WS-GRUPO-CANT)
                 OR (OTORGAMIENTO-FALLIDO).
           IF OTORGAMIENTO-FALLIDO
             GO TO 220-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
       220-FIN. EXIT.

       230-CARGAR-GRUPO.
           IF WS-GRUPO-CANT NOT < 98
             DISPLAY '*** OTORGAR-VACACIONES: DEMASIADOS ANIOS EN EL'
                     ' LIBRO PARA EL EMPLEADO ' SAL-ID
             SET OTORGAMIENTO-FALLIDO TO TRUE
             MOVE WS-FIN-APAREO TO WS-ID-SALDO
             GO TO 230-FIN
           END-IF.
           ADD 1 TO WS-GRUPO-CANT.
           MOVE SAL-REGISTRO TO GR-ENTRADA(WS-GRUPO-CANT).
           PERFORM 215-LEER-SALDO THRU 215-FIN.
       230-FIN. EXIT.

      * Que anios ya tiene el empleado en el libro. Solo cuenta como
      * liquidada la baja vigente: un anio 'L' de una baja anterior a
      * un reingreso quedo con la fecha de la corrida que la cerro,
      * anterior al reingreso y por lo tanto a la nueva baja.
       240-EXAMINAR-GRUPO.
           MOVE 'N' TO WS-ANIO-HALLADO-FLAG
                       WS-BAJA-HALLADA-FLAG
                       WS-LIQUIDADO-FLAG.
           PERFORM 245-EXAMINAR-ANIO THRU 245-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
       240-FIN. EXIT.

       245-EXAMINAR-ANIO.
           IF GR-ANIO(IX-GRUPO) EQUAL WS-ANIO-OTORGA
             SET ANIO-YA-OTORGADO TO TRUE
           END-IF.
           IF (GR-LIQUIDADO(IX-GRUPO))
               AND (GR-FECHA-ULT-MOV(IX-GRUPO) NOT < EMP-FECHA-BAJA)
             SET YA-LIQUIDADO TO TRUE
           END-IF.
       245-FIN. EXIT.

      ******************************************************************
      * Empleado activo: primero vence lo no tomado de los anios cuyo
      * plazo ya paso, despues otorga el anio (si no lo tiene) con
      * el saldo negativo de los anteriores como ya tomado.
      ******************************************************************
       250-OTORGAR-ACTIVO.
           PERFORM 255-VENCER-ANIO THRU 255-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           IF FECHA-ING-INVALIDA
             ADD 1 TO WS-CONT-INVALIDOS
             MOVE 'FECHA DE INGRESO INVALIDA: NO SE OTORGA'
                TO DET-OBSERVACION
             GO TO 250-INFORMAR
           END-IF.
           IF WS-FI-AAAA > WS-ANIO-OTORGA
             ADD 1 TO WS-CONT-POSTERIORES
             MOVE 'INGRESO POSTERIOR AL ANIO: NO SE OTORGA'
                TO DET-OBSERVACION
             GO TO 250-INFORMAR
           END-IF.
           COMPUTE WS-ANTIGUEDAD = WS-ANIO-OTORGA - WS-FI-AAAA.
           MOVE WS-ANTIGUEDAD TO DET-ANTIGUEDAD.
           IF ANIO-YA-OTORGADO
             ADD 1 TO WS-CONT-YA-OTORGADOS
             MOVE 'ANIO YA OTORGADO: SIN CAMBIOS' TO DET-OBSERVACION
             GO TO 250-INFORMAR
           END-IF.
           PERFORM 270-DIAS-POR-ANTIGUEDAD THRU 270-FIN.
           MOVE WS-DIAS-ESCALA TO WS-DIAS-OTORGAR.
           IF WS-ANTIGUEDAD EQUAL ZERO
             PERFORM 275-INGRESO-EN-EL-ANIO THRU 275-FIN
           END-IF.
           MOVE ZERO TO WS-DEFICIT.
           PERFORM 260-ARRASTRAR-DEFICIT THRU 260-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           IF WS-DEFICIT > WS-DIAS-OTORGAR
             MOVE 'ADELANTO MAYOR AL ANIO: QUEDA SALDO NEGATIVO'
                TO DET-OBSERVACION
           ELSE
             MOVE 'OTORGADO' TO DET-OBSERVACION
           END-IF.
           ADD 1 TO WS-GRUPO-CANT.
           SET IX-GRUPO TO WS-GRUPO-CANT.
           MOVE SPACES          TO GR-ENTRADA(IX-GRUPO).
           MOVE EMP-ID          TO GR-ID(IX-GRUPO).
           MOVE WS-ANIO-OTORGA  TO GR-ANIO(IX-GRUPO).
           MOVE WS-ANTIGUEDAD   TO GR-ANTIGUEDAD(IX-GRUPO).
           MOVE WS-DIAS-OTORGAR TO GR-OTORGADOS(IX-GRUPO).
           MOVE WS-DEFICIT      TO GR-TOMADOS(IX-GRUPO).
           MOVE ZERO            TO GR-VENCIDOS(IX-GRUPO).
           MOVE WS-VENCE-NUEVO  TO GR-VENCE(IX-GRUPO).
           MOVE 'V'             TO GR-ESTADO(IX-GRUPO).
           MOVE WS-HOY-LARGA    TO GR-FECHA-ULT-MOV(IX-GRUPO).
           ADD 1 TO WS-CONT-OTORGADOS.
           ADD WS-DIAS-OTORGAR TO WS-TOT-DIAS-OTORGADOS.
           ADD WS-DEFICIT      TO WS-TOT-DIAS-ARRASTRE.
           MOVE WS-DIAS-OTORGAR TO DET-DIAS.
           MOVE WS-DEFICIT      TO DET-ARRASTRE.
       250-INFORMAR.
           PERFORM 280-SALDO-EMPLEADO THRU 280-FIN.
           MOVE WS-SALDO-EMPLEADO TO DET-SALDO.
           WRITE LINEA-OTORGA FROM WS-LINEA-OTORGA
              AFTER ADVANCING 1 LINE.
       250-FIN. EXIT.

      * Lo no tomado de un anio vigente cuyo plazo ya paso se vence.
      * Un anio con saldo negativo queda vigente: ese adelanto lo
      * absorbe el proximo otorgamiento.
       255-VENCER-ANIO.
           IF (NOT GR-VIGENTE(IX-GRUPO))
               OR (GR-VENCE(IX-GRUPO) NOT < WS-HOY-LARGA)
             GO TO 255-FIN
           END-IF.
           PERFORM 285-SALDO-ANIO THRU 285-FIN.
           IF WS-SALDO-ANIO < ZERO
             GO TO 255-FIN
           END-IF.
           ADD WS-SALDO-ANIO TO GR-VENCIDOS(IX-GRUPO)
                                WS-TOT-DIAS-VENCIDOS.
           MOVE 'C'          TO GR-ESTADO(IX-GRUPO).
           MOVE WS-HOY-LARGA TO GR-FECHA-ULT-MOV(IX-GRUPO).
       255-FIN. EXIT.

      * El saldo negativo de cada anio vigente pasa al anio nuevo
      * como dias ya tomados; el anio viejo queda en cero.
       260-ARRASTRAR-DEFICIT.
           IF NOT GR-VIGENTE(IX-GRUPO)
             GO TO 260-FIN
           END-IF.
           PERFORM 285-SALDO-ANIO THRU 285-FIN.
           IF WS-SALDO-ANIO NOT < ZERO
             GO TO 260-FIN
           END-IF.
           COMPUTE WS-DEFICIT = WS-DEFICIT - WS-SALDO-ANIO.
           COMPUTE GR-TOMADOS(IX-GRUPO) = GR-OTORGADOS(IX-GRUPO)
                                        - GR-VENCIDOS(IX-GRUPO).
           MOVE 'C'          TO GR-ESTADO(IX-GRUPO).
           MOVE WS-HOY-LARGA TO GR-FECHA-ULT-MOV(IX-GRUPO).
       260-FIN. EXIT.

      ******************************************************************
      * Escala de dias por anios de servicio al 31/12.
      ******************************************************************
       270-DIAS-POR-ANTIGUEDAD.
           EVALUATE TRUE
             WHEN WS-ANTIGUEDAD <= 5
               MOVE 14 TO WS-DIAS-ESCALA
             WHEN WS-ANTIGUEDAD <= 10
               MOVE 21 TO WS-DIAS-ESCALA
             WHEN WS-ANTIGUEDAD <= 20
               MOVE 28 TO WS-DIAS-ESCALA
             WHEN OTHER
               MOVE 35 TO WS-DIAS-ESCALA
           END-EVALUATE.
       270-FIN. EXIT.

      ******************************************************************
      * Ingreso dentro del anio: si no llega a medio anio trabajado
      * (menos de 183 dias corridos del ingreso al 31/12) corresponde
      * un dia de vacaciones cada 20 trabajados.
      ******************************************************************
       275-INGRESO-EN-EL-ANIO.
           MOVE EMP-FECHA-INGRESO TO WS-BAJA.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-DESDE.
           MOVE WS-FIN-ANIO TO WS-BAJA.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-HASTA.
           COMPUTE WS-DIAS-TRABAJADOS =
              WS-SERIE-HASTA - WS-SERIE-DESDE + 1.
           IF WS-DIAS-TRABAJADOS < 183
             DIVIDE WS-DIAS-TRABAJADOS BY 20
                GIVING WS-DIAS-OTORGAR
           END-IF.
       275-FIN. EXIT.

       280-SALDO-EMPLEADO.
           MOVE ZERO TO WS-SALDO-EMPLEADO.
           PERFORM 282-SUMAR-VIGENTE THRU 282-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
       280-FIN. EXIT.

       282-SUMAR-VIGENTE.
           IF GR-VIGENTE(IX-GRUPO)
             PERFORM 285-SALDO-ANIO THRU 285-FIN
             ADD WS-SALDO-ANIO TO WS-SALDO-EMPLEADO
           END-IF.
       282-FIN. EXIT.

       285-SALDO-ANIO.
           COMPUTE WS-SALDO-ANIO = GR-OTORGADOS(IX-GRUPO)
                                 - GR-TOMADOS(IX-GRUPO)
                                 - GR-VENCIDOS(IX-GRUPO).
       285-FIN. EXIT.

       290-GRABAR-GRUPO.
           WRITE NVO-REGISTRO FROM GR-ENTRADA(IX-GRUPO).
           IF FS-VAC-SALDOS-NVO NOT = '00'
             PERFORM 295-ERROR-GRABACION THRU 295-FIN
             GO TO 290-FIN
           END-IF.
           ADD 1 TO WS-CONT-SALDOS-GRABADOS.
       290-FIN. EXIT.

      * Una grabacion fallida del libro nuevo corta el apareo: el
      * libro anterior no se reemplaza.
       295-ERROR-GRABACION.
           DISPLAY 'ERROR AL GRABAR VAC-SALDOS-NVO. FILE STATUS #'
                    FS-VAC-SALDOS-NVO.
           SET OTORGAMIENTO-FALLIDO TO TRUE.
           MOVE WS-FIN-APAREO TO WS-ID-MAESTRO WS-ID-SALDO.
       295-FIN. EXIT.

      ******************************************************************
      * Empleado dado de baja y todavia no liquidado: los dias a pagar
      * en la liquidacion final son el saldo de los anios vigentes
      * que no habian vencido a la fecha de baja (un adelanto lo
      * descuenta) mas la parte proporcional del anio de la baja,
      * por los dias corridos trabajados ese anio. Todo queda en el
      * libro como liquidado. Una baja de antes del anio anterior sin
      * nada vigente en el libro es anterior al libro y se saltea.
      ******************************************************************
       300-CERRAR-BAJA.
           MOVE ZERO TO WS-SALDO-EMPLEADO.
           IF YA-LIQUIDADO
             GO TO 300-FIN
           END-IF.
           IF (EMP-FECHA-BAJA NOT NUMERIC)
               OR (EMP-FECHA-BAJA(1:2) NOT = '20')
             ADD 1 TO WS-CONT-BAJAS-SIN-FECHA
             MOVE 'BAJA SIN FECHA VALIDA: REVISAR A MANO'
                TO DET-OBSERVACION
             GO TO 300-INFORMAR
           END-IF.
           MOVE EMP-FECHA-BAJA TO WS-BAJA.
           MOVE ZERO TO WS-DIAS-PENDIENTES WS-DIAS-PROPORCION.
           PERFORM 310-LIQUIDAR-ANIO THRU 310-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           IF (WS-GRUPO-CANT EQUAL ZERO)
               AND (WS-BAJA-AAAA < WS-ANIO-OTORGA - 1)
             GO TO 300-FIN
           END-IF.
           IF (FECHA-ING-OK) AND (WS-FI-AAAA NOT > WS-BAJA-AAAA)
               AND (NOT ANIO-BAJA-CARGADO)
             PERFORM 320-PROPORCIONAL-BAJA THRU 320-FIN
           END-IF.
           ADD 1 TO WS-CONT-BAJAS.
           COMPUTE WS-SALDO-EMPLEADO =
              WS-DIAS-PENDIENTES + WS-DIAS-PROPORCION.
           ADD WS-SALDO-EMPLEADO TO WS-TOT-DIAS-LIQUIDAR.
           MOVE WS-DIAS-PROPORCION TO DET-DIAS.
           MOVE WS-SALDO-EMPLEADO  TO WS-OBS-DIAS.
           STRING 'BAJA ' EMP-FECHA-BAJA ': LIQUIDAR '
                  WS-OBS-DIAS ' DIAS'
              DELIMITED BY SIZE INTO DET-OBSERVACION
           END-STRING.
       300-INFORMAR.
           MOVE WS-SALDO-EMPLEADO TO DET-SALDO.
           WRITE LINEA-OTORGA FROM WS-LINEA-OTORGA
              AFTER ADVANCING 1 LINE.
       300-FIN. EXIT.

      * El anio de la baja liquidado en una baja anterior no cuenta
      * como cargado: el proporcional de esta baja se calcula igual.
       310-LIQUIDAR-ANIO.
           IF (GR-ANIO(IX-GRUPO) EQUAL WS-BAJA-AAAA)
               AND NOT ((GR-LIQUIDADO(IX-GRUPO))
                    AND (GR-FECHA-ULT-MOV(IX-GRUPO) < EMP-FECHA-BAJA))
             SET ANIO-BAJA-CARGADO TO TRUE
           END-IF.
           IF NOT GR-VIGENTE(IX-GRUPO)
             GO TO 310-FIN
           END-IF.
           PERFORM 285-SALDO-ANIO THRU 285-FIN.
           IF (GR-VENCE(IX-GRUPO) < EMP-FECHA-BAJA)
               AND (WS-SALDO-ANIO > ZERO)
             ADD WS-SALDO-ANIO TO GR-VENCIDOS(IX-GRUPO)
                                  WS-TOT-DIAS-VENCIDOS
           ELSE
             ADD WS-SALDO-ANIO TO WS-DIAS-PENDIENTES
           END-IF.
           MOVE 'L'          TO GR-ESTADO(IX-GRUPO).
           MOVE WS-HOY-LARGA TO GR-FECHA-ULT-MOV(IX-GRUPO).
       310-FIN. EXIT.

      * Proporcional del anio de la baja: escala por la antiguedad
      * al 31/12 de ese anio, por los dias corridos trabajados desde
      * el 1/1 (o el ingreso, si fue ese anio) hasta la baja.
       320-PROPORCIONAL-BAJA.
           COMPUTE WS-ANTIGUEDAD = WS-BAJA-AAAA - WS-FI-AAAA.
           PERFORM 270-DIAS-POR-ANTIGUEDAD THRU 270-FIN.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-HASTA.
           IF WS-FI-AAAA EQUAL WS-BAJA-AAAA
             MOVE EMP-FECHA-INGRESO TO WS-BAJA
           ELSE
             MOVE 01 TO WS-BAJA-MM WS-BAJA-DD
           END-IF.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-DESDE.
           MOVE EMP-FECHA-BAJA TO WS-BAJA.
           COMPUTE WS-DIAS-TRABAJADOS =
              WS-SERIE-HASTA - WS-SERIE-DESDE + 1.
           IF WS-DIAS-TRABAJADOS < ZERO
             MOVE ZERO TO WS-DIAS-TRABAJADOS
           END-IF.
           COMPUTE WS-DIAS-PROPORCION ROUNDED =
              WS-DIAS-ESCALA * WS-DIAS-TRABAJADOS / 365.
           IF WS-DIAS-PROPORCION > WS-DIAS-ESCALA
             MOVE WS-DIAS-ESCALA TO WS-DIAS-PROPORCION
           END-IF.
           ADD 1 TO WS-GRUPO-CANT.
           SET IX-GRUPO TO WS-GRUPO-CANT.
           MOVE SPACES          TO GR-ENTRADA(IX-GRUPO).
           MOVE EMP-ID             TO GR-ID(IX-GRUPO).
           MOVE WS-BAJA-AAAA       TO GR-ANIO(IX-GRUPO).
           MOVE WS-ANTIGUEDAD      TO GR-ANTIGUEDAD(IX-GRUPO).
           MOVE WS-DIAS-PROPORCION TO GR-OTORGADOS(IX-GRUPO).
           MOVE ZERO               TO GR-TOMADOS(IX-GRUPO)
                                      GR-VENCIDOS(IX-GRUPO).
           MOVE EMP-FECHA-BAJA     TO GR-VENCE(IX-GRUPO).
           MOVE 'L'                TO GR-ESTADO(IX-GRUPO).
           MOVE WS-HOY-LARGA       TO GR-FECHA-ULT-MOV(IX-GRUPO).
           MOVE WS-ANTIGUEDAD      TO DET-ANTIGUEDAD.
       320-FIN. EXIT.

      ******************************************************************
      * Con el apareo completo el libro nuevo reemplaza al anterior
      * (mismo mecanismo de CBL_RENAME_FILE que LIBERAR-SUSPENSOS);
      * si algo fallo el libro anterior queda como estaba.
      ******************************************************************
       500-FIN-PROGRAMA.
           MOVE 'EMPLEADOS EN EL MAESTRO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-EMPLEADOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 2 LINES.
           MOVE 'ACTIVOS CON EL ANIO OTORGADO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-OTORGADOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS OTORGADOS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS-OTORGADOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS ADELANTADOS ARRASTRADOS AL ANIO:'
              TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS-ARRASTRE TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS VENCIDOS SIN TOMAR:' TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS-VENCIDOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'ANIO YA OTORGADO (SIN CAMBIOS):' TO CAN-CONCEPTO.
           MOVE WS-CONT-YA-OTORGADOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'INGRESADOS DESPUES DEL ANIO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-POSTERIORES TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'FECHA DE INGRESO INVALIDA:' TO CAN-CONCEPTO.
           MOVE WS-CONT-INVALIDOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'BAJAS CERRADAS PARA LIQUIDACION FINAL:'
              TO CAN-CONCEPTO.
           MOVE WS-CONT-BAJAS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS A LIQUIDAR A LAS BAJAS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS-LIQUIDAR TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'BAJAS SIN FECHA VALIDA:' TO CAN-CONCEPTO.
           MOVE WS-CONT-BAJAS-SIN-FECHA TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS DEL LIBRO SIN EMPLEADO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-HUERFANOS TO CAN-VALOR.
           WRITE LINEA-OTORGA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           CLOSE VAC-OTORGA-RPT.

           IF NOT OTORGAMIENTO-FALLIDO
             CALL 'CBL_DELETE_FILE' USING RUT-VAC-SALDOS
             CALL 'CBL_RENAME_FILE' USING RUT-VAC-SALDOS-NVO
                                           RUT-VAC-SALDOS
             MOVE ZERO TO RETURN-CODE
           END-IF.

           DISPLAY '           RESUMEN DEL OTORGAMIENTO DE VACACIONES'.
           DISPLAY 'ANIO OTORGADO:               ' WS-ANIO-OTORGA.
           DISPLAY 'EMPLEADOS LEIDOS:            ' WS-CONT-EMPLEADOS.
           DISPLAY 'OTORGAMIENTOS:               ' WS-CONT-OTORGADOS.
           DISPLAY 'BAJAS CERRADAS:              ' WS-CONT-BAJAS.
           DISPLAY 'REGISTROS DEL LIBRO LEIDOS:  '
                    WS-CONT-SALDOS-LEIDOS.
           DISPLAY 'REGISTROS DEL LIBRO GRABADOS:'
                    WS-CONT-SALDOS-GRABADOS.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

           IF OTORGAMIENTO-FALLIDO
             DISPLAY '*** OTORGAR-VACACIONES: EL LIBRO DE SALDOS NO SE'
                     ' ACTUALIZO ***'
             MOVE 16 TO RETURN-CODE
           END-IF.

      * GOBACK en lugar de STOP RUN: OTORGAR-VACACIONES corre suelto
      * una vez por anio, fuera de la cadena diaria.
           GOBACK.
       500-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       510-AUDITAR-CORRIDA.
           MOVE 'OTORGAVAC'         TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-EMPLEADOS    TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-INVALIDOS    TO AUD-CANT-RECHAZADOS
           MOVE 'EMP-ARCH-NUEVO/VAC-SALDOS'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       510-FIN. EXIT.

      ******************************************************************
      * Controla que EMP-FECHA-INGRESO (AAAAMMDD) sea una fecha real
      * de calendario y deja sus partes desarmadas; mismo criterio
      * que REPORTE-ANTIGUEDAD.
      ******************************************************************
       600-CONTROLAR-FECHA.
           MOVE 'O' TO WS-FI-ESTADO.
           IF EMP-FECHA-INGRESO NOT NUMERIC
             SET FECHA-ING-INVALIDA TO TRUE
             GO TO 600-FIN
           END-IF.
           MOVE EMP-FECHA-INGRESO(1:4) TO WS-FI-AAAA.
           MOVE EMP-FECHA-INGRESO(5:2) TO WS-FI-MM.
           MOVE EMP-FECHA-INGRESO(7:2) TO WS-FI-DD.
           IF (WS-FI-MM < 01) OR (WS-FI-MM > 12)
             SET FECHA-ING-INVALIDA TO TRUE
             GO TO 600-FIN
           END-IF.
           EVALUATE WS-FI-MM
             WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
               MOVE 31 TO WS-FI-DIAS-MES
             WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO WS-FI-DIAS-MES
             WHEN 02
               PERFORM 610-CONTROLAR-BISIESTO THRU 610-FIN
           END-EVALUATE.
           IF (WS-FI-DD < 01) OR (WS-FI-DD > WS-FI-DIAS-MES)
             SET FECHA-ING-INVALIDA TO TRUE
           END-IF.
       600-FIN. EXIT.

       610-CONTROLAR-BISIESTO.
           DIVIDE WS-FI-AAAA BY 4
              GIVING WS-FI-COCIENTE REMAINDER WS-FI-RESTO-4.
           DIVIDE WS-FI-AAAA BY 100
              GIVING WS-FI-COCIENTE REMAINDER WS-FI-RESTO-100.
           DIVIDE WS-FI-AAAA BY 400
              GIVING WS-FI-COCIENTE REMAINDER WS-FI-RESTO-400.
           IF (WS-FI-RESTO-4 EQUAL ZERO)
               AND ((WS-FI-RESTO-100 NOT = ZERO)
                    OR (WS-FI-RESTO-400 EQUAL ZERO))
             MOVE 29 TO WS-FI-DIAS-MES
           ELSE
             MOVE 28 TO WS-FI-DIAS-MES
           END-IF.
       610-FIN. EXIT.

      ******************************************************************
      * Dias corridos de WS-SERIE-FECHA (AAMMDD, anios 20AA) desde el
      * 1/1/2000, con el mismo calculo que LIBERAR-SUSPENSOS.
      ******************************************************************
       700-CALCULAR-SERIE.
           DIVIDE WS-SER-AA BY 4
              GIVING WS-CUARTOS-ANIO REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO EQUAL ZERO
             COMPUTE WS-SERIE-BISIESTOS = WS-CUARTOS-ANIO
           ELSE
             COMPUTE WS-SERIE-BISIESTOS = WS-CUARTOS-ANIO + 1
           END-IF.
           COMPUTE WS-SERIE-DIAS =
              (WS-SER-AA * 365) + WS-SERIE-BISIESTOS.
           EVALUATE WS-SER-MM
             WHEN 01 ADD   0 TO WS-SERIE-DIAS
             WHEN 02 ADD  31 TO WS-SERIE-DIAS
             WHEN 03 ADD  59 TO WS-SERIE-DIAS
             WHEN 04 ADD  90 TO WS-SERIE-DIAS
             WHEN 05 ADD 120 TO WS-SERIE-DIAS
             WHEN 06 ADD 151 TO WS-SERIE-DIAS
             WHEN 07 ADD 181 TO WS-SERIE-DIAS
             WHEN 08 ADD 212 TO WS-SERIE-DIAS
             WHEN 09 ADD 243 TO WS-SERIE-DIAS
             WHEN 10 ADD 273 TO WS-SERIE-DIAS
             WHEN 11 ADD 304 TO WS-SERIE-DIAS
             WHEN 12 ADD 334 TO WS-SERIE-DIAS
           END-EVALUATE.
           IF (WS-RESTO-BISIESTO EQUAL ZERO)
               AND (WS-SER-MM > 02)
             ADD 1 TO WS-SERIE-DIAS
           END-IF.
           ADD WS-SER-DD TO WS-SERIE-DIAS.
       700-FIN. EXIT.

      * Serie de dias de WS-BAJA (AAAAMMDD, anios 20AA).
       710-SERIE-LARGA.
           COMPUTE WS-SER-AA = WS-BAJA-AAAA - 2000.
           MOVE WS-BAJA-MM TO WS-SER-MM.
           MOVE WS-BAJA-DD TO WS-SER-DD.
           PERFORM 700-CALCULAR-SERIE THRU 700-FIN.
       710-FIN. EXIT.
