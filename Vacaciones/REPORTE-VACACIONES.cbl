      ******************************************************************
      * Author: Burgio
      * Purpose: Reporte de saldos de vacaciones. Aparea el maestro
      *          nuevo (EMP-ARCH-NUEVO.DAT) con el libro de saldos
      *          (VAC-SALDOS.DAT) y lista, para cada activo, los dias
      *          otorgados y tomados de los anios vigentes, el saldo
      *          disponible a la fecha de la corrida y el proximo
      *          vencimiento. A continuacion junta en secciones los
      *          saldos negativos (dias adelantados), los dias sin
      *          tomar que vencen dentro de VAC-AVISO-DIAS dias (o ya
      *          vencieron y esperan el cierre del otorgamiento
      *          anual), y las bajas que todavia no se cerraron en el
      *          libro, con los dias a pagar en la liquidacion final
      *          calculados igual que OTORGAR-VACACIONES. Solo lee:
      *          no modifica el libro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-VACACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NEWEMPFILE ASSIGN TO DYNAMIC RUT-MAESTRO-NUEVO
           FILE STATUS IS FS-MAESTRO-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VAC-SALDOS ASSIGN TO DYNAMIC RUT-VAC-SALDOS
           FILE STATUS IS FS-VAC-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-SALDOS-RPT ASSIGN TO DYNAMIC RUT-VAC-SALDOS-RPT
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

       FD VAC-SALDOS-RPT.
       01 LINEA-SALDOS        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-MAESTRO-NUEVO   PIC X(02).
           05  FS-VAC-SALDOS      PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-MAESTRO-NUEVO     PIC X(60).
           05  RUT-VAC-SALDOS        PIC X(60).
           05  RUT-VAC-SALDOS-RPT    PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-EMPLEADOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-ACTIVOS     PIC 9(07) VALUE ZERO.
           05 WS-CONT-SIN-OTORGAR PIC 9(07) VALUE ZERO.
           05 WS-CONT-SALDOS-LEIDOS PIC 9(07) VALUE ZERO.
           05 WS-CONT-HUERFANOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-BAJAS-SIN-FECHA PIC 9(07) VALUE ZERO.
           05 WS-CONT-OMITIDOS    PIC 9(07) VALUE ZERO.
           05 WS-TOT-SALDO        PIC S9(09) VALUE ZERO.
           05 WS-TOT-NEGATIVO     PIC S9(09) VALUE ZERO.
           05 WS-TOT-A-VENCER     PIC S9(09) VALUE ZERO.
           05 WS-TOT-LIQUIDAR     PIC S9(09) VALUE ZERO.

       01  WS-FALLA-FLAG          PIC X(01) VALUE 'N'.
           88 REPORTE-FALLIDO         VALUE 'S'.

      * Claves del apareo: 9999999 marca el fin de cada archivo.
       01  WS-ID-MAESTRO          PIC 9(07) VALUE ZERO.
       01  WS-ID-SALDO            PIC 9(07) VALUE ZERO.
       01  WS-FIN-APAREO          PIC 9(07) VALUE 9999999.

      * Registros del libro del empleado en curso.
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
                 88 GR-LIQUIDADO      VALUE 'L'.
              10 GR-FECHA-ULT-MOV  PIC X(08).
              10 FILLER            PIC X(11).

       01  WS-GRUPO-FLAGS.
           05 WS-BAJA-HALLADA-FLAG PIC X(01) VALUE 'N'.
              88 ANIO-BAJA-CARGADO    VALUE 'S'.
           05 WS-LIQUIDADO-FLAG    PIC X(01) VALUE 'N'.
              88 YA-LIQUIDADO         VALUE 'S'.
           05 WS-VIGENTE-FLAG      PIC X(01) VALUE 'N'.
              88 TIENE-VIGENTES       VALUE 'S'.

      ******************************************************************
      * Secciones del final del reporte: se juntan durante el apareo
      * y se imprimen despues del listado general.
      ******************************************************************
       01  WS-NEG-CANT            PIC 9(04) VALUE ZERO.
       01  WS-NEGATIVOS.
           05 NG-ENTRADA OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-NEG-CANT
                 INDEXED BY NG-IDX.
              10 NG-ID             PIC 9(07).
              10 NG-APELLIDO       PIC X(10).
              10 NG-NOMBRE         PIC X(20).
              10 NG-SALDO          PIC S9(05).

       01  WS-AV-CANT             PIC 9(04) VALUE ZERO.
       01  WS-A-VENCER.
           05 AV-ENTRADA OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-AV-CANT
                 INDEXED BY AV-IDX.
              10 AV-ID             PIC 9(07).
              10 AV-APELLIDO       PIC X(10).
              10 AV-NOMBRE         PIC X(20).
              10 AV-ANIO           PIC 9(04).
              10 AV-DIAS           PIC 9(03).
              10 AV-VENCE          PIC X(08).
              10 AV-FALTAN         PIC S9(05).

       01  WS-BJ-CANT             PIC 9(04) VALUE ZERO.
       01  WS-BAJAS.
           05 BJ-ENTRADA OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-BJ-CANT
                 INDEXED BY BJ-IDX.
              10 BJ-ID             PIC 9(07).
              10 BJ-APELLIDO       PIC X(10).
              10 BJ-NOMBRE         PIC X(20).
              10 BJ-FECHA-BAJA     PIC X(08).
              10 BJ-PENDIENTES     PIC S9(05).
              10 BJ-PROPORCION     PIC 9(03).
              10 BJ-TOTAL          PIC S9(05).

      * Calculo de dias del empleado en curso.
       01  WS-CALCULO-DIAS.
           05 WS-OTORGADOS        PIC 9(05) VALUE ZERO.
           05 WS-TOMADOS          PIC 9(05) VALUE ZERO.
           05 WS-SALDO-ANIO       PIC S9(04) VALUE ZERO.
           05 WS-SALDO-EMPLEADO   PIC S9(05) VALUE ZERO.
           05 WS-PROXIMO-VENCE    PIC X(08) VALUE SPACES.
           05 WS-ANTIGUEDAD       PIC 9(03) VALUE ZERO.
           05 WS-DIAS-ESCALA      PIC 9(03) VALUE ZERO.
           05 WS-DIAS-TRABAJADOS  PIC S9(05) VALUE ZERO.
           05 WS-DIAS-PENDIENTES  PIC S9(05) VALUE ZERO.
           05 WS-DIAS-PROPORCION  PIC 9(03) VALUE ZERO.
           05 WS-DIAS-FALTAN      PIC S9(05) VALUE ZERO.
           05 WS-SERIE-HOY        PIC S9(07) VALUE ZERO.
           05 WS-SERIE-DESDE      PIC S9(07) VALUE ZERO.
           05 WS-SERIE-HASTA      PIC S9(07) VALUE ZERO.

       01  WS-HOY-LARGA.
           05 WS-HOY-AAAA         PIC 9(04) VALUE ZERO.
           05 WS-HOY-MM           PIC 9(02) VALUE ZERO.
           05 WS-HOY-DD           PIC 9(02) VALUE ZERO.

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

       01  WS-TITULO-SALDOS.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(36) VALUE
               '  SALDOS DE VACACIONES POR EMPLEADO'.
           05 FILLER            PIC X(88) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(72) VALUE ALL '*'.

       01  WS-CABECERA-SALDOS.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(21) VALUE 'NOMBRE'.
           05 FILLER            PIC X(06) VALUE 'DEPTO'.
           05 FILLER            PIC X(06) VALUE 'OTORG'.
           05 FILLER            PIC X(06) VALUE 'TOMAD'.
           05 FILLER            PIC X(07) VALUE 'SALDO'.
           05 FILLER            PIC X(10) VALUE 'PROX.VENC'.
           05 FILLER            PIC X(56) VALUE 'OBSERVACION'.

       01  WS-LINEA-SALDO.
           05 DET-ID            PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-NOMBRE        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-DEPTO         PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-OTORGADOS     PIC ZZZ9  VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-TOMADOS       PIC ZZZ9  VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-SALDO         PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-VENCE         PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-OBSERVACION   PIC X(40) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE SPACES.

       01  WS-TITULO-SECCION.
           05 SEC-TITULO        PIC X(72) VALUE SPACES.
           05 FILLER            PIC X(60) VALUE SPACES.

       01  WS-CABECERA-NEGATIVOS.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(22) VALUE 'NOMBRE'.
           05 FILLER            PIC X(90) VALUE 'SALDO'.

       01  WS-LINEA-NEGATIVO.
           05 NEG-ID            PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 NEG-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NEG-NOMBRE        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 NEG-SALDO         PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(85) VALUE SPACES.

       01  WS-CABECERA-A-VENCER.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(22) VALUE 'NOMBRE'.
           05 FILLER            PIC X(06) VALUE 'ANIO'.
           05 FILLER            PIC X(05) VALUE 'DIAS'.
           05 FILLER            PIC X(10) VALUE 'VENCE'.
           05 FILLER            PIC X(69) VALUE 'FALTAN'.

       01  WS-LINEA-A-VENCER.
           05 AVL-ID            PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 AVL-NOMBRE        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-ANIO          PIC 9(04) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-DIAS          PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-VENCE         PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-FALTAN        PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AVL-OBSERVACION   PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(42) VALUE SPACES.

       01  WS-CABECERA-BAJAS.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(22) VALUE 'NOMBRE'.
           05 FILLER            PIC X(10) VALUE 'BAJA'.
           05 FILLER            PIC X(07) VALUE 'SALDO'.
           05 FILLER            PIC X(05) VALUE 'PROP'.
           05 FILLER            PIC X(68) VALUE 'A LIQUIDAR'.

       01  WS-LINEA-BAJA.
           05 BJL-ID            PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BJL-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 BJL-NOMBRE        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BJL-FECHA-BAJA    PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BJL-PENDIENTES    PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BJL-PROPORCION    PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BJL-TOTAL         PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(63) VALUE SPACES.

       01  WS-LINEA-SIN-DATOS.
           05 FILLER            PIC X(20) VALUE '   (NINGUNO)'.
           05 FILLER            PIC X(112) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-CONCEPTO      PIC X(44) VALUE SPACES.
           05 CAN-VALOR         PIC ---------9 VALUE ZERO.
           05 FILLER            PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           PERFORM 200-PROCESAR THRU 200-FIN.
           PERFORM 400-IMPRIMIR-SECCIONES THRU 400-FIN.
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
           MOVE WS-DATE TO WS-SERIE-FECHA.
           PERFORM 700-CALCULAR-SERIE THRU 700-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-HOY.
           OPEN OUTPUT VAC-SALDOS-RPT.
           WRITE LINEA-SALDOS FROM WS-SEPARADOR.
           WRITE LINEA-SALDOS FROM WS-TITULO-SALDOS
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-SALDOS FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-SALDOS FROM WS-CABECERA-SALDOS
              AFTER ADVANCING 2 LINES.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas, fecha efectiva y dias de aviso del archivo de
      * control de la corrida: con parametros malos o ausentes el
      * programa termina aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** REPORTE-VACACIONES: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMP-ARCH-NUEVO  TO RUT-MAESTRO-NUEVO.
           MOVE PAR-RUTA-VAC-SALDOS      TO RUT-VAC-SALDOS.
           MOVE PAR-RUTA-VAC-SALDOS-RPT  TO RUT-VAC-SALDOS-RPT.
       105-FIN. EXIT.

      ******************************************************************
      * Apareo maestro / libro por EMP-ID; los registros del libro sin
      * empleado en el maestro solo se cuentan.
      ******************************************************************
       200-PROCESAR.
           OPEN INPUT NEWEMPFILE.
           IF FS-MAESTRO-NUEVO NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO NUEVO. FILE STATUS #'
                      FS-MAESTRO-NUEVO
             SET REPORTE-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           OPEN INPUT VAC-SALDOS.
           IF (FS-VAC-SALDOS NOT = '00') AND (FS-VAC-SALDOS NOT = '05')
             DISPLAY 'ERROR AL ABRIR VAC-SALDOS. FILE STATUS #'
                      FS-VAC-SALDOS
             CLOSE NEWEMPFILE
             SET REPORTE-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
           PERFORM 215-LEER-SALDO THRU 215-FIN.
           PERFORM 220-APAREAR THRU 220-FIN
              UNTIL (WS-ID-MAESTRO EQUAL WS-FIN-APAREO)
                AND (WS-ID-SALDO EQUAL WS-FIN-APAREO).
           CLOSE NEWEMPFILE
                 VAC-SALDOS.
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
             PERFORM 215-LEER-SALDO THRU 215-FIN
             GO TO 220-FIN
           END-IF.
           ADD 1 TO WS-CONT-EMPLEADOS.
           MOVE ZERO TO WS-GRUPO-CANT.
           PERFORM 230-CARGAR-GRUPO THRU 230-FIN
              UNTIL WS-ID-SALDO NOT = WS-ID-MAESTRO.
           IF EMP-INACTIVO
             PERFORM 300-BAJA-PENDIENTE THRU 300-FIN
           ELSE
             PERFORM 250-SALDO-ACTIVO THRU 250-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
       220-FIN. EXIT.

      * Un empleado con mas anios que la tabla se informa con los
      * primeros 99; el resto del grupo se saltea.
       230-CARGAR-GRUPO.
           IF WS-GRUPO-CANT < 99
             ADD 1 TO WS-GRUPO-CANT
             MOVE SAL-REGISTRO TO GR-ENTRADA(WS-GRUPO-CANT)
           END-IF.
           PERFORM 215-LEER-SALDO THRU 215-FIN.
       230-FIN. EXIT.

      ******************************************************************
      * Activo: suma los anios vigentes. El saldo disponible es lo
      * que no vencio a la fecha de la corrida mas los adelantos
      * (saldo negativo); lo vencido sin cerrar va a la seccion de
      * vencimientos junto con lo que vence dentro del aviso.
      ******************************************************************
       250-SALDO-ACTIVO.
           ADD 1 TO WS-CONT-ACTIVOS.
           MOVE ZERO   TO WS-OTORGADOS WS-TOMADOS WS-SALDO-EMPLEADO.
           MOVE SPACES TO WS-PROXIMO-VENCE DET-OBSERVACION.
           MOVE 'N'    TO WS-VIGENTE-FLAG.
           PERFORM 255-SUMAR-ANIO THRU 255-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           EVALUATE TRUE
             WHEN NOT TIENE-VIGENTES
               ADD 1 TO WS-CONT-SIN-OTORGAR
               MOVE 'SIN VACACIONES OTORGADAS VIGENTES'
                  TO DET-OBSERVACION
             WHEN WS-SALDO-EMPLEADO < ZERO
               MOVE 'SALDO NEGATIVO (DIAS ADELANTADOS)'
                  TO DET-OBSERVACION
               PERFORM 270-AGREGAR-NEGATIVO THRU 270-FIN
           END-EVALUATE.
           ADD WS-SALDO-EMPLEADO TO WS-TOT-SALDO.
           MOVE EMP-ID            TO DET-ID.
           MOVE EMP-APELLIDO      TO DET-APELLIDO.
           MOVE EMP-NOMBRE        TO DET-NOMBRE.
           MOVE EMP-DEPARTAMENTO  TO DET-DEPTO.
           MOVE WS-OTORGADOS      TO DET-OTORGADOS.
           MOVE WS-TOMADOS        TO DET-TOMADOS.
           MOVE WS-SALDO-EMPLEADO TO DET-SALDO.
           MOVE WS-PROXIMO-VENCE  TO DET-VENCE.
           WRITE LINEA-SALDOS FROM WS-LINEA-SALDO
              AFTER ADVANCING 1 LINE.
       250-FIN. EXIT.

       255-SUMAR-ANIO.
           IF NOT GR-VIGENTE(IX-GRUPO)
             GO TO 255-FIN
           END-IF.
           SET TIENE-VIGENTES TO TRUE.
           ADD GR-OTORGADOS(IX-GRUPO) TO WS-OTORGADOS.
           ADD GR-TOMADOS(IX-GRUPO)   TO WS-TOMADOS.
           PERFORM 285-SALDO-ANIO THRU 285-FIN.
           IF WS-SALDO-ANIO NOT > ZERO
             ADD WS-SALDO-ANIO TO WS-SALDO-EMPLEADO
             GO TO 255-FIN
           END-IF.
           IF GR-VENCE(IX-GRUPO) NOT < WS-HOY-LARGA
             ADD WS-SALDO-ANIO TO WS-SALDO-EMPLEADO
             IF (WS-PROXIMO-VENCE EQUAL SPACES)
                 OR (GR-VENCE(IX-GRUPO) < WS-PROXIMO-VENCE)
               MOVE GR-VENCE(IX-GRUPO) TO WS-PROXIMO-VENCE
             END-IF
           END-IF.
           MOVE GR-VENCE(IX-GRUPO) TO WS-BAJA.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           COMPUTE WS-DIAS-FALTAN = WS-SERIE-DIAS - WS-SERIE-HOY.
           IF WS-DIAS-FALTAN NOT > PAR-VAC-AVISO-DIAS
             PERFORM 275-AGREGAR-A-VENCER THRU 275-FIN
           END-IF.
       255-FIN. EXIT.

       270-AGREGAR-NEGATIVO.
           IF WS-NEG-CANT NOT < 5000
             ADD 1 TO WS-CONT-OMITIDOS
             GO TO 270-FIN
           END-IF.
           ADD 1 TO WS-NEG-CANT.
           MOVE EMP-ID            TO NG-ID(WS-NEG-CANT).
           MOVE EMP-APELLIDO      TO NG-APELLIDO(WS-NEG-CANT).
           MOVE EMP-NOMBRE        TO NG-NOMBRE(WS-NEG-CANT).
           MOVE WS-SALDO-EMPLEADO TO NG-SALDO(WS-NEG-CANT).
           ADD WS-SALDO-EMPLEADO  TO WS-TOT-NEGATIVO.
       270-FIN. EXIT.

       275-AGREGAR-A-VENCER.
           ADD WS-SALDO-ANIO TO WS-TOT-A-VENCER.
           IF WS-AV-CANT NOT < 5000
             ADD 1 TO WS-CONT-OMITIDOS
             GO TO 275-FIN
           END-IF.
           ADD 1 TO WS-AV-CANT.
           MOVE EMP-ID             TO AV-ID(WS-AV-CANT).
           MOVE EMP-APELLIDO       TO AV-APELLIDO(WS-AV-CANT).
           MOVE EMP-NOMBRE         TO AV-NOMBRE(WS-AV-CANT).
           MOVE GR-ANIO(IX-GRUPO)  TO AV-ANIO(WS-AV-CANT).
           MOVE WS-SALDO-ANIO      TO AV-DIAS(WS-AV-CANT).
           MOVE GR-VENCE(IX-GRUPO) TO AV-VENCE(WS-AV-CANT).
           MOVE WS-DIAS-FALTAN     TO AV-FALTAN(WS-AV-CANT).
       275-FIN. EXIT.

       280-DIAS-POR-ANTIGUEDAD.
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
       280-FIN. EXIT.

       285-SALDO-ANIO.
           COMPUTE WS-SALDO-ANIO = GR-OTORGADOS(IX-GRUPO)
                                 - GR-TOMADOS(IX-GRUPO)
                                 - GR-VENCIDOS(IX-GRUPO).
       285-FIN. EXIT.

      ******************************************************************
      * Baja todavia no cerrada en el libro: mismo calculo que el
      * cierre de OTORGAR-VACACIONES (saldo de los anios vigentes que
      * no habian vencido a la fecha de baja mas el proporcional del
      * anio de la baja), sin tocar el libro. Las bajas de antes del
      * anio anterior sin nada vigente son anteriores al libro.
      ******************************************************************
       300-BAJA-PENDIENTE.
           MOVE 'N' TO WS-BAJA-HALLADA-FLAG WS-LIQUIDADO-FLAG.
           PERFORM 305-EXAMINAR-ANIO THRU 305-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           IF YA-LIQUIDADO
             GO TO 300-FIN
           END-IF.
           IF (EMP-FECHA-BAJA NOT NUMERIC)
               OR (EMP-FECHA-BAJA(1:2) NOT = '20')
             ADD 1 TO WS-CONT-BAJAS-SIN-FECHA
             GO TO 300-FIN
           END-IF.
           MOVE EMP-FECHA-BAJA TO WS-BAJA.
           IF (WS-GRUPO-CANT EQUAL ZERO)
               AND (WS-BAJA-AAAA < WS-HOY-AAAA - 1)
             GO TO 300-FIN
           END-IF.
           MOVE ZERO TO WS-DIAS-PENDIENTES WS-DIAS-PROPORCION.
           PERFORM 310-PENDIENTE-ANIO THRU 310-FIN
              VARYING IX-GRUPO FROM 1 BY 1
              UNTIL IX-GRUPO > WS-GRUPO-CANT.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           IF (FECHA-ING-OK) AND (WS-FI-AAAA NOT > WS-BAJA-AAAA)
               AND (NOT ANIO-BAJA-CARGADO)
             PERFORM 320-PROPORCIONAL-BAJA THRU 320-FIN
           END-IF.
           IF WS-BJ-CANT NOT < 5000
             ADD 1 TO WS-CONT-OMITIDOS
             GO TO 300-FIN
           END-IF.
           ADD 1 TO WS-BJ-CANT.
           SET BJ-IDX TO WS-BJ-CANT.
           MOVE EMP-ID             TO BJ-ID(BJ-IDX).
           MOVE EMP-APELLIDO       TO BJ-APELLIDO(BJ-IDX).
           MOVE EMP-NOMBRE         TO BJ-NOMBRE(BJ-IDX).
           MOVE EMP-FECHA-BAJA     TO BJ-FECHA-BAJA(BJ-IDX).
           MOVE WS-DIAS-PENDIENTES TO BJ-PENDIENTES(BJ-IDX).
           MOVE WS-DIAS-PROPORCION TO BJ-PROPORCION(BJ-IDX).
           COMPUTE BJ-TOTAL(BJ-IDX) =
              WS-DIAS-PENDIENTES + WS-DIAS-PROPORCION.
           ADD BJ-TOTAL(BJ-IDX) TO WS-TOT-LIQUIDAR.
       300-FIN. EXIT.

      * Solo cuenta como liquidada la baja vigente (mismo criterio que
      * OTORGAR-VACACIONES): un anio 'L' con fecha anterior a la baja
      * es de una baja previa a un reingreso.
       305-EXAMINAR-ANIO.
           IF (GR-LIQUIDADO(IX-GRUPO))
               AND (GR-FECHA-ULT-MOV(IX-GRUPO) NOT < EMP-FECHA-BAJA)
             SET YA-LIQUIDADO TO TRUE
           END-IF.
       305-FIN. EXIT.

       310-PENDIENTE-ANIO.
           IF (GR-ANIO(IX-GRUPO) EQUAL WS-BAJA-AAAA)
               AND NOT ((GR-LIQUIDADO(IX-GRUPO))
                    AND (GR-FECHA-ULT-MOV(IX-GRUPO) < EMP-FECHA-BAJA))
             SET ANIO-BAJA-CARGADO TO TRUE
           END-IF.
           IF NOT GR-VIGENTE(IX-GRUPO)
             GO TO 310-FIN
           END-IF.
           PERFORM 285-SALDO-ANIO THRU 285-FIN.
           IF (GR-VENCE(IX-GRUPO) NOT < EMP-FECHA-BAJA)
               OR (WS-SALDO-ANIO < ZERO)
             ADD WS-SALDO-ANIO TO WS-DIAS-PENDIENTES
           END-IF.
       310-FIN. EXIT.

      * Proporcional del anio de la baja: escala por la antiguedad
      * al 31/12 de ese anio, por los dias corridos trabajados desde
      * el 1/1 (o el ingreso, si fue ese anio) hasta la baja.
       320-PROPORCIONAL-BAJA.
           COMPUTE WS-ANTIGUEDAD = WS-BAJA-AAAA - WS-FI-AAAA.
           PERFORM 280-DIAS-POR-ANTIGUEDAD THRU 280-FIN.
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
       320-FIN. EXIT.

      ******************************************************************
      * Secciones: saldos negativos, dias a vencer y bajas pendientes
      * de liquidacion final; una seccion vacia dice (NINGUNO).
      ******************************************************************
       400-IMPRIMIR-SECCIONES.
           MOVE 'SALDOS NEGATIVOS (DIAS ADELANTADOS)' TO SEC-TITULO.
           PERFORM 490-TITULO-SECCION THRU 490-FIN.
           WRITE LINEA-SALDOS FROM WS-CABECERA-NEGATIVOS
              AFTER ADVANCING 1 LINE.
           IF WS-NEG-CANT EQUAL ZERO
             WRITE LINEA-SALDOS FROM WS-LINEA-SIN-DATOS
                AFTER ADVANCING 1 LINE
           ELSE
             PERFORM 410-IMPRIMIR-NEGATIVO THRU 410-FIN
                VARYING NG-IDX FROM 1 BY 1
                UNTIL NG-IDX > WS-NEG-CANT
           END-IF.

           MOVE SPACES TO SEC-TITULO.
           STRING 'DIAS SIN TOMAR QUE VENCEN EN ' DELIMITED BY SIZE
                  PAR-VAC-AVISO-DIAS              DELIMITED BY SIZE
                  ' DIAS O YA VENCIDOS'           DELIMITED BY SIZE
              INTO SEC-TITULO
           END-STRING.
           PERFORM 490-TITULO-SECCION THRU 490-FIN.
           WRITE LINEA-SALDOS FROM WS-CABECERA-A-VENCER
              AFTER ADVANCING 1 LINE.
           IF WS-AV-CANT EQUAL ZERO
             WRITE LINEA-SALDOS FROM WS-LINEA-SIN-DATOS
                AFTER ADVANCING 1 LINE
           ELSE
             PERFORM 420-IMPRIMIR-A-VENCER THRU 420-FIN
                VARYING AV-IDX FROM 1 BY 1
                UNTIL AV-IDX > WS-AV-CANT
           END-IF.

           MOVE 'BAJAS PENDIENTES DE LIQUIDACION FINAL' TO SEC-TITULO.
           PERFORM 490-TITULO-SECCION THRU 490-FIN.
           WRITE LINEA-SALDOS FROM WS-CABECERA-BAJAS
              AFTER ADVANCING 1 LINE.
           IF WS-BJ-CANT EQUAL ZERO
             WRITE LINEA-SALDOS FROM WS-LINEA-SIN-DATOS
                AFTER ADVANCING 1 LINE
           ELSE
             PERFORM 430-IMPRIMIR-BAJA THRU 430-FIN
                VARYING BJ-IDX FROM 1 BY 1
                UNTIL BJ-IDX > WS-BJ-CANT
           END-IF.
       400-FIN. EXIT.

       410-IMPRIMIR-NEGATIVO.
           MOVE NG-ID(NG-IDX)       TO NEG-ID.
           MOVE NG-APELLIDO(NG-IDX) TO NEG-APELLIDO.
           MOVE NG-NOMBRE(NG-IDX)   TO NEG-NOMBRE.
           MOVE NG-SALDO(NG-IDX)    TO NEG-SALDO.
           WRITE LINEA-SALDOS FROM WS-LINEA-NEGATIVO
              AFTER ADVANCING 1 LINE.
       410-FIN. EXIT.

       420-IMPRIMIR-A-VENCER.
           MOVE AV-ID(AV-IDX)       TO AVL-ID.
           MOVE AV-APELLIDO(AV-IDX) TO AVL-APELLIDO.
           MOVE AV-NOMBRE(AV-IDX)   TO AVL-NOMBRE.
           MOVE AV-ANIO(AV-IDX)     TO AVL-ANIO.
           MOVE AV-DIAS(AV-IDX)     TO AVL-DIAS.
           MOVE AV-VENCE(AV-IDX)    TO AVL-VENCE.
           MOVE AV-FALTAN(AV-IDX)   TO AVL-FALTAN.
           IF AV-FALTAN(AV-IDX) < ZERO
             MOVE 'YA VENCIDO' TO AVL-OBSERVACION
           ELSE
             MOVE SPACES TO AVL-OBSERVACION
           END-IF.
           WRITE LINEA-SALDOS FROM WS-LINEA-A-VENCER
              AFTER ADVANCING 1 LINE.
       420-FIN. EXIT.

       430-IMPRIMIR-BAJA.
           MOVE BJ-ID(BJ-IDX)          TO BJL-ID.
           MOVE BJ-APELLIDO(BJ-IDX)    TO BJL-APELLIDO.
           MOVE BJ-NOMBRE(BJ-IDX)      TO BJL-NOMBRE.
           MOVE BJ-FECHA-BAJA(BJ-IDX)  TO BJL-FECHA-BAJA.
           MOVE BJ-PENDIENTES(BJ-IDX)  TO BJL-PENDIENTES.
           MOVE BJ-PROPORCION(BJ-IDX)  TO BJL-PROPORCION.
           MOVE BJ-TOTAL(BJ-IDX)       TO BJL-TOTAL.
           WRITE LINEA-SALDOS FROM WS-LINEA-BAJA
              AFTER ADVANCING 1 LINE.
       430-FIN. EXIT.

       490-TITULO-SECCION.
           WRITE LINEA-SALDOS FROM WS-SEPARADOR
              AFTER ADVANCING 2 LINES.
           WRITE LINEA-SALDOS FROM WS-TITULO-SECCION
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-SALDOS FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
       490-FIN. EXIT.

       500-FIN-PROGRAMA.
           MOVE 'EMPLEADOS EN EL MAESTRO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-EMPLEADOS TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 2 LINES.
           MOVE 'ACTIVOS LISTADOS:' TO CAN-CONCEPTO.
           MOVE WS-CONT-ACTIVOS TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'SALDO TOTAL DISPONIBLE (DIAS):' TO CAN-CONCEPTO.
           MOVE WS-TOT-SALDO TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVOS SIN VACACIONES VIGENTES:' TO CAN-CONCEPTO.
           MOVE WS-CONT-SIN-OTORGAR TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'SALDOS NEGATIVOS:' TO CAN-CONCEPTO.
           MOVE WS-NEG-CANT TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS ADELANTADOS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-NEGATIVO TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS A VENCER O VENCIDOS SIN CERRAR:'
              TO CAN-CONCEPTO.
           MOVE WS-TOT-A-VENCER TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'BAJAS PENDIENTES DE LIQUIDACION:' TO CAN-CONCEPTO.
           MOVE WS-BJ-CANT TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS A LIQUIDAR A LAS BAJAS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-LIQUIDAR TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'BAJAS SIN FECHA VALIDA:' TO CAN-CONCEPTO.
           MOVE WS-CONT-BAJAS-SIN-FECHA TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'REGISTROS DEL LIBRO SIN EMPLEADO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-HUERFANOS TO CAN-VALOR.
           WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           IF WS-CONT-OMITIDOS > ZERO
             MOVE 'LINEAS OMITIDAS (SECCION LLENA):' TO CAN-CONCEPTO
             MOVE WS-CONT-OMITIDOS TO CAN-VALOR
             WRITE LINEA-SALDOS FROM WS-LINEA-CANTIDAD
                AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE VAC-SALDOS-RPT.

           DISPLAY '           RESUMEN DEL REPORTE DE VACACIONES'.
           DISPLAY 'EMPLEADOS LEIDOS:            ' WS-CONT-EMPLEADOS.
           DISPLAY 'SALDOS NEGATIVOS:            ' WS-NEG-CANT.
           DISPLAY 'ANIOS A VENCER:              ' WS-AV-CANT.
           DISPLAY 'BAJAS PENDIENTES:            ' WS-BJ-CANT.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

           IF REPORTE-FALLIDO
             MOVE 16 TO RETURN-CODE
           END-IF.

      * GOBACK en lugar de STOP RUN para poder llamarlo desde otro
      * programa como el resto de los reportes.
           GOBACK.
       500-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       510-AUDITAR-CORRIDA.
           MOVE 'REPVACAC'           TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-EMPLEADOS    TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-BAJAS-SIN-FECHA TO AUD-CANT-RECHAZADOS
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
