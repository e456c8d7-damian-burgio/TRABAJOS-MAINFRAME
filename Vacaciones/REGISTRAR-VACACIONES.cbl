      ******************************************************************
      * Author: Burgio
      * Purpose: Registro de las vacaciones tomadas. Cada transaccion
      *          de VAC-TRANS.DAT trae el EMP-ID, el periodo (desde y
      *          hasta, AAAAMMDD), los dias que se descuentan, la
      *          marca de adelanto y el operador que la cargo (y el
      *          aprobador si es un adelanto). Se controla contra el
      *          maestro indexado (el empleado tiene que existir y
      *          estar activo, y el periodo no puede ser anterior a su
      *          ingreso), las fechas, que no se superponga con otro
      *          periodo ya registrado, y que los dias no superen el
      *          saldo disponible del libro de vacaciones
      *          (VAC-SALDOS.DAT) a la fecha de inicio, salvo un
      *          adelanto aprobado por otro operador habilitado para
      *          aprobar en el departamento del empleado. Los dias se
      *          descuentan del anio mas viejo con saldo; lo que sobra
      *          de un adelanto queda como saldo negativo en el anio
      *          mas nuevo, y el proximo otorgamiento lo absorbe. Las
      *          aceptadas se agregan a VAC-MOVIMIENTOS.DAT, las
      *          rechazadas van a VAC-RECHAZOS.DAT con el motivo, y el
      *          libro se reescribe entero al final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-VACACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MAESTRO ASSIGN TO DYNAMIC RUT-EMPLEADO-ARCH
           FILE STATUS IS FS-MAESTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAE-ID
           ALTERNATE RECORD KEY IS MAE-NOMBRE WITH DUPLICATES.

       SELECT OPTIONAL VAC-TRANS ASSIGN TO DYNAMIC RUT-VAC-TRANS
           FILE STATUS IS FS-VAC-TRANS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VAC-SALDOS ASSIGN TO DYNAMIC RUT-VAC-SALDOS
           FILE STATUS IS FS-VAC-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-SALDOS-NVO ASSIGN TO DYNAMIC RUT-VAC-SALDOS-NVO
           FILE STATUS IS FS-VAC-SALDOS-NVO
           ORGANIZATION IS LINE SEQUENTIAL.

      * Acumulativo de periodos registrados: se lee para controlar
      * superposiciones y se le agregan las aceptadas (EXTEND).
       SELECT OPTIONAL VAC-MOVIMIENTOS ASSIGN TO DYNAMIC
           RUT-VAC-MOVIMIENTOS
           FILE STATUS IS FS-VAC-MOVIMIENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-RECHAZOS ASSIGN TO DYNAMIC RUT-VAC-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VAC-REGISTRO-RPT ASSIGN TO DYNAMIC RUT-VAC-REGISTRO-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCH-OPERADORES ASSIGN TO DYNAMIC
           RUT-OPERADORES
           FILE STATUS IS FS-OPERADORES
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       01 MAE-REGISTRO.
            02 MAE-ID          PIC 9(07).
            02 MAE-NOMBRE      PIC X(20).
            02 MAE-SALARIO     PIC 9(09)V99.
            02 MAE-APELLIDO    PIC X(10).
            02 MAE-FECHA-INGRESO PIC X(08).
            02 MAE-GENERO      PIC X(01).
            02 MAE-DEPARTAMENTO PIC X(04).
            02 MAE-ESTADO      PIC X(01).
               88 MAE-INACTIVO    VALUE 'I'.
            02 MAE-FECHA-BAJA  PIC X(08).
            02 MAE-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(04).

       FD VAC-TRANS.
       01 VTR-REGISTRO.
            88 VAC-TRANS-EOF VALUE HIGH-VALUES.
            02 VTR-ID          PIC X(07).
            02 VTR-DESDE       PIC X(08).
            02 VTR-HASTA       PIC X(08).
            02 VTR-DIAS        PIC X(03).
            02 VTR-ADELANTO    PIC X(01).
               88 VTR-ES-ADELANTO  VALUE 'S'.
               88 VTR-ADELANTO-OK  VALUE 'S' SPACE.
            02 VTR-OPERADOR    PIC X(08).
            02 VTR-APROBADOR   PIC X(08).
            02 FILLER          PIC X(17).

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

       FD VAC-MOVIMIENTOS.
       01 MOV-REGISTRO.
            88 MOVIMIENTOS-EOF VALUE HIGH-VALUES.
            02 MOV-ID          PIC 9(07).
            02 MOV-DESDE       PIC X(08).
            02 MOV-HASTA       PIC X(08).
            02 MOV-DIAS        PIC 9(03).
            02 MOV-ADELANTO    PIC X(01).
            02 MOV-OPERADOR    PIC X(08).
            02 MOV-APROBADOR   PIC X(08).
            02 MOV-FECHA-REG   PIC X(08).
            02 FILLER          PIC X(09).

       FD VAC-RECHAZOS.
       01 RCH-REGISTRO.
            02 RCH-TRANSACCION PIC X(60).
            02 RCH-MOTIVO      PIC X(40).

       FD VAC-REGISTRO-RPT.
       01 LINEA-REGISTRO      PIC X(132).

       FD ARCH-OPERADORES.
       01 REG-OPERADOR.
            88 OPERADORES-EOF VALUE HIGH-VALUES.
            02 OPE-ID          PIC X(08).
            02 FILLER          PIC X(01).
            02 OPE-CODIGOS     PIC X(04).
            02 FILLER          PIC X(01).
            02 OPE-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(01).
            02 OPE-APRUEBA     PIC X(01).
            02 FILLER          PIC X(01).
            02 OPE-NOMBRE      PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-MAESTRO         PIC X(02).
           05  FS-VAC-TRANS       PIC X(02).
           05  FS-VAC-SALDOS      PIC X(02).
           05  FS-VAC-SALDOS-NVO  PIC X(02).
           05  FS-VAC-MOVIMIENTOS PIC X(02).
           05  FS-OPERADORES      PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-EMPLEADO-ARCH     PIC X(60).
           05  RUT-VAC-TRANS         PIC X(60).
           05  RUT-VAC-SALDOS        PIC X(60).
           05  RUT-VAC-SALDOS-NVO    PIC X(60).
           05  RUT-VAC-MOVIMIENTOS   PIC X(60).
           05  RUT-VAC-RECHAZOS      PIC X(60).
           05  RUT-VAC-REGISTRO-RPT  PIC X(60).
           05  RUT-OPERADORES        PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-LEIDAS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-REGISTRADAS PIC 9(07) VALUE ZERO.
           05 WS-CONT-RECHAZADAS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-ADELANTOS   PIC 9(07) VALUE ZERO.
           05 WS-TOT-DIAS         PIC 9(09) VALUE ZERO.
           05 WS-TOT-DIAS-ADELANTO PIC 9(09) VALUE ZERO.

       01  WS-FALLA-FLAG          PIC X(01) VALUE 'N'.
           88 REGISTRO-FALLIDO        VALUE 'S'.

       01  WS-MAESTRO-FLAG        PIC X(01) VALUE 'N'.
           88 MAESTRO-ABIERTO         VALUE 'S'.

      ******************************************************************
      * Libro de saldos completo en memoria, en el orden del archivo
      * (EMP-ID y anio): se actualiza en la tabla y se graba entero
      * al final.
      ******************************************************************
       01  WS-LIBRO-CANT          PIC 9(05) VALUE ZERO.
       01  WS-LIBRO.
           05 LB-ENTRADA OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-LIBRO-CANT
                 INDEXED BY LB-IDX.
              10 LB-ID             PIC 9(07).
              10 LB-ANIO           PIC 9(04).
              10 LB-ANTIGUEDAD     PIC 9(02).
              10 LB-OTORGADOS      PIC 9(03).
              10 LB-TOMADOS        PIC 9(03).
              10 LB-VENCIDOS       PIC 9(03).
              10 LB-VENCE          PIC X(08).
              10 LB-ESTADO         PIC X(01).
                 88 LB-VIGENTE        VALUE 'V'.
              10 LB-FECHA-ULT-MOV  PIC X(08).
              10 FILLER            PIC X(11).

      * Periodos registrados desde el 1/1 del anio anterior, mas los
      * aceptados en esta corrida, para el control de superposicion.
       01  WS-PERIODOS-CANT       PIC 9(05) VALUE ZERO.
       01  WS-PERIODOS.
           05 PR-ENTRADA OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-PERIODOS-CANT
                 INDEXED BY PR-IDX.
              10 PR-ID             PIC 9(07).
              10 PR-DESDE          PIC X(08).
              10 PR-HASTA          PIC X(08).

       01  WS-TABLA-OPE-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05  WS-TABLA-OPE-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-OPE-CANT
                   INDEXED BY WS-OPE-IDX.
               10 TO-ID           PIC X(08).
               10 TO-DEPARTAMENTO PIC X(04).
               10 TO-APRUEBA      PIC X(01).

      * Resultado de los controles de la transaccion en curso.
       01  WS-CONTROL-TRANS.
           05 WS-MOTIVO-RECHAZO   PIC X(40) VALUE SPACES.
           05 WS-EMPLEADO-FLAG    PIC X(01) VALUE 'N'.
               88 EMPLEADO-HALLADO    VALUE 'S'.
           05 WS-DESDE-ESTADO     PIC X(01) VALUE 'O'.
               88 DESDE-OK            VALUE 'O'.
           05 WS-HASTA-ESTADO     PIC X(01) VALUE 'O'.
               88 HASTA-OK            VALUE 'O'.
           05 WS-SUPERPUESTO-FLAG PIC X(01) VALUE 'N'.
               88 PERIODO-SUPERPUESTO VALUE 'S'.
           05 WS-PERMISO-FLAG     PIC X(01) VALUE 'N'.
               88 PERMISO-HALLADO     VALUE 'S'.
           05 WS-DIAS-PEDIDOS     PIC 9(03) VALUE ZERO.
           05 WS-DIAS-PERIODO     PIC S9(07) VALUE ZERO.
           05 WS-DIAS-DISPONIBLES PIC S9(05) VALUE ZERO.
           05 WS-DIAS-RESTANTES   PIC 9(03) VALUE ZERO.
           05 WS-DIAS-TOMA        PIC 9(03) VALUE ZERO.
           05 WS-SALDO-ANIO       PIC S9(04) VALUE ZERO.
           05 WS-LB-PRIMERO       PIC 9(05) VALUE ZERO.
           05 WS-LB-ULTIMO        PIC 9(05) VALUE ZERO.
           05 WS-LB-VIGENTE-ULT   PIC 9(05) VALUE ZERO.
           05 WS-SERIE-DESDE      PIC S9(07) VALUE ZERO.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       01  WS-HOY-LARGA.
           05 WS-HOY-AAAA         PIC 9(04) VALUE ZERO.
           05 WS-HOY-MM           PIC 9(02) VALUE ZERO.
           05 WS-HOY-DD           PIC 9(02) VALUE ZERO.

      * Primer dia que se puede registrar: 1/1 del anio anterior.
       01  WS-PRIMER-DIA.
           05 WS-PRIMER-AAAA      PIC 9(04) VALUE ZERO.
           05 FILLER              PIC X(04) VALUE '0101'.

      * Control de calendario de una fecha AAAAMMDD del circuito
      * (anios 20AA), con la regla completa de bisiestos.
       01  WS-CONTROL-FECHA.
           05 WS-FC-FECHA         PIC X(08) VALUE SPACES.
           05 WS-FC-ESTADO        PIC X(01) VALUE 'O'.
               88 FECHA-OK            VALUE 'O'.
               88 FECHA-INVALIDA      VALUE 'I'.
           05 WS-FC-AAAA          PIC 9(04) VALUE ZERO.
           05 WS-FC-MM            PIC 9(02) VALUE ZERO.
           05 WS-FC-DD            PIC 9(02) VALUE ZERO.
           05 WS-FC-DIAS-MES      PIC 9(02) VALUE ZERO.
           05 WS-FC-COCIENTE      PIC 9(04) VALUE ZERO.
           05 WS-FC-RESTO-4       PIC 9(01) VALUE ZERO.
           05 WS-FC-RESTO-100     PIC 9(02) VALUE ZERO.
           05 WS-FC-RESTO-400     PIC 9(03) VALUE ZERO.

       01  WS-CALCULO-SERIE.
           05 WS-SERIE-FECHA.
              10 WS-SER-AA        PIC 9(02).
              10 WS-SER-MM        PIC 9(02).
              10 WS-SER-DD        PIC 9(02).
           05 WS-SERIE-DIAS       PIC S9(07) VALUE ZERO.
           05 WS-SERIE-BISIESTOS  PIC 9(04) VALUE ZERO.
           05 WS-RESTO-BISIESTO   PIC 9(01) VALUE ZERO.
           05 WS-CUARTOS-ANIO     PIC 9(04) VALUE ZERO.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-REGISTRO.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(36) VALUE
               '  REGISTRO DE VACACIONES TOMADAS'.
           05 FILLER            PIC X(88) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(72) VALUE ALL '*'.

       01  WS-CABECERA-REGISTRO.
           05 FILLER            PIC X(09) VALUE 'EMP-ID'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(10) VALUE 'DESDE'.
           05 FILLER            PIC X(10) VALUE 'HASTA'.
           05 FILLER            PIC X(06) VALUE 'DIAS'.
           05 FILLER            PIC X(05) VALUE 'ADEL'.
           05 FILLER            PIC X(12) VALUE 'RESULTADO'.
           05 FILLER            PIC X(07) VALUE 'SALDO'.
           05 FILLER            PIC X(62) VALUE 'MOTIVO'.

       01  WS-LINEA-REGISTRO.
           05 DET-ID            PIC X(07) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-DESDE         PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-HASTA         PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-DIAS          PIC X(03) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DET-ADELANTO      PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DET-RESULTADO     PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-SALDO         PIC ----9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-MOTIVO        PIC X(40) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-CONCEPTO      PIC X(44) VALUE SPACES.
           05 CAN-VALOR         PIC ZZZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           IF NOT REGISTRO-FALLIDO
             PERFORM 200-PROCESAR THRU 200-FIN
           END-IF.
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
           COMPUTE WS-PRIMER-AAAA = WS-HOY-AAAA - 1.
           OPEN OUTPUT VAC-REGISTRO-RPT.
           WRITE LINEA-REGISTRO FROM WS-SEPARADOR.
           WRITE LINEA-REGISTRO FROM WS-TITULO-REGISTRO
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-REGISTRO FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-REGISTRO FROM WS-CABECERA-REGISTRO
              AFTER ADVANCING 2 LINES.
           PERFORM 130-CARGAR-OPERADORES THRU 130-FIN.
           PERFORM 140-CARGAR-LIBRO THRU 140-FIN.
           IF REGISTRO-FALLIDO
             GO TO 100-FIN
           END-IF.
           PERFORM 150-CARGAR-PERIODOS THRU 150-FIN.
           IF REGISTRO-FALLIDO
             GO TO 100-FIN
           END-IF.
           OPEN INPUT MAESTRO.
           IF FS-MAESTRO NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO. FILE STATUS #'
                      FS-MAESTRO
             SET REGISTRO-FALLIDO TO TRUE
             GO TO 100-FIN
           END-IF.
           SET MAESTRO-ABIERTO TO TRUE.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas y fecha efectiva del archivo de control de la
      * corrida: con parametros malos o ausentes el programa termina
      * aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** REGISTRAR-VACACIONES: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMPLEADO-ARCH    TO RUT-EMPLEADO-ARCH.
           MOVE PAR-RUTA-VAC-TRANS        TO RUT-VAC-TRANS.
           MOVE PAR-RUTA-VAC-SALDOS       TO RUT-VAC-SALDOS.
           MOVE PAR-RUTA-VAC-SALDOS-NVO   TO RUT-VAC-SALDOS-NVO.
           MOVE PAR-RUTA-VAC-MOVIMIENTOS  TO RUT-VAC-MOVIMIENTOS.
           MOVE PAR-RUTA-VAC-RECHAZOS     TO RUT-VAC-RECHAZOS.
           MOVE PAR-RUTA-VAC-REGISTRO-RPT TO RUT-VAC-REGISTRO-RPT.
           MOVE PAR-RUTA-OPERADORES       TO RUT-OPERADORES.
       105-FIN. EXIT.

      ******************************************************************
      * Autorizaciones de operadores (OPERADORES.DAT): solo hacen
      * falta el alcance de departamento y la marca de aprobador,
      * para los adelantos.
      ******************************************************************
       130-CARGAR-OPERADORES.
           OPEN INPUT ARCH-OPERADORES.
           IF (FS-OPERADORES EQUAL '00')
               OR (FS-OPERADORES EQUAL '05')
             PERFORM 135-LEER-OPERADOR THRU 135-FIN
                UNTIL OPERADORES-EOF
           END-IF.
           CLOSE ARCH-OPERADORES.
       130-FIN. EXIT.

       135-LEER-OPERADOR.
           READ ARCH-OPERADORES
             AT END SET OPERADORES-EOF TO TRUE
             NOT AT END
               IF (OPE-ID NOT = SPACES) AND (WS-TABLA-OPE-CANT < 500)
                 ADD 1 TO WS-TABLA-OPE-CANT
                 MOVE OPE-ID       TO TO-ID(WS-TABLA-OPE-CANT)
                 MOVE OPE-DEPARTAMENTO
                                   TO TO-DEPARTAMENTO(WS-TABLA-OPE-CANT)
                 MOVE OPE-APRUEBA  TO TO-APRUEBA(WS-TABLA-OPE-CANT)
               END-IF
           END-READ.
       135-FIN. EXIT.

       140-CARGAR-LIBRO.
           OPEN INPUT VAC-SALDOS.
           IF (FS-VAC-SALDOS NOT = '00') AND (FS-VAC-SALDOS NOT = '05')
             DISPLAY 'ERROR AL ABRIR VAC-SALDOS. FILE STATUS #'
                      FS-VAC-SALDOS
             SET REGISTRO-FALLIDO TO TRUE
             GO TO 140-FIN
           END-IF.
           PERFORM 145-LEER-SALDO THRU 145-FIN
              UNTIL SALDOS-EOF.
           CLOSE VAC-SALDOS.
       140-FIN. EXIT.

       145-LEER-SALDO.
           READ VAC-SALDOS
             AT END SET SALDOS-EOF TO TRUE
             NOT AT END
               IF WS-LIBRO-CANT < 20000
                 ADD 1 TO WS-LIBRO-CANT
                 MOVE SAL-REGISTRO TO LB-ENTRADA(WS-LIBRO-CANT)
               ELSE
                 DISPLAY '*** REGISTRAR-VACACIONES: EL LIBRO DE SALDOS'
                         ' SUPERA LOS 20000 REGISTROS'
                 SET REGISTRO-FALLIDO TO TRUE
                 SET SALDOS-EOF TO TRUE
               END-IF
           END-READ.
       145-FIN. EXIT.

       150-CARGAR-PERIODOS.
           OPEN INPUT VAC-MOVIMIENTOS.
           IF (FS-VAC-MOVIMIENTOS EQUAL '00')
               OR (FS-VAC-MOVIMIENTOS EQUAL '05')
             PERFORM 155-LEER-PERIODO THRU 155-FIN
                UNTIL MOVIMIENTOS-EOF
           END-IF.
           CLOSE VAC-MOVIMIENTOS.
       150-FIN. EXIT.

       155-LEER-PERIODO.
           READ VAC-MOVIMIENTOS
             AT END SET MOVIMIENTOS-EOF TO TRUE
             NOT AT END
               IF MOV-HASTA NOT < WS-PRIMER-DIA
                 PERFORM 157-AGREGAR-PERIODO THRU 157-FIN
               END-IF
           END-READ.
       155-FIN. EXIT.

       157-AGREGAR-PERIODO.
           IF WS-PERIODOS-CANT NOT < 20000
             DISPLAY '*** REGISTRAR-VACACIONES: MAS DE 20000 PERIODOS'
                     ' REGISTRADOS DESDE ' WS-PRIMER-DIA
             SET REGISTRO-FALLIDO TO TRUE
             SET MOVIMIENTOS-EOF TO TRUE
             GO TO 157-FIN
           END-IF.
           ADD 1 TO WS-PERIODOS-CANT.
           MOVE MOV-ID    TO PR-ID(WS-PERIODOS-CANT).
           MOVE MOV-DESDE TO PR-DESDE(WS-PERIODOS-CANT).
           MOVE MOV-HASTA TO PR-HASTA(WS-PERIODOS-CANT).
       157-FIN. EXIT.

       200-PROCESAR.
           OPEN INPUT VAC-TRANS.
           IF (FS-VAC-TRANS NOT = '00') AND (FS-VAC-TRANS NOT = '05')
             DISPLAY 'ERROR AL ABRIR VAC-TRANS. FILE STATUS #'
                      FS-VAC-TRANS
             SET REGISTRO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
      * Sin el registro de periodos no se descuenta nada: la proxima
      * corrida no veria la superposicion y volveria a aceptarlos.
           OPEN EXTEND VAC-MOVIMIENTOS.
           IF (FS-VAC-MOVIMIENTOS NOT = '00')
               AND (FS-VAC-MOVIMIENTOS NOT = '05')
             DISPLAY 'ERROR AL ABRIR VAC-MOVIMIENTOS. FILE STATUS #'
                      FS-VAC-MOVIMIENTOS
             SET REGISTRO-FALLIDO TO TRUE
             CLOSE VAC-TRANS
             GO TO 200-FIN
           END-IF.
           OPEN OUTPUT VAC-RECHAZOS.
           PERFORM 210-LEER-TRANS THRU 210-FIN
              UNTIL (VAC-TRANS-EOF) OR (REGISTRO-FALLIDO).
           CLOSE VAC-TRANS
                 VAC-MOVIMIENTOS
                 VAC-RECHAZOS.
       200-FIN. EXIT.

       210-LEER-TRANS.
           READ VAC-TRANS
             AT END SET VAC-TRANS-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-CONT-LEIDAS
               PERFORM 220-CONTROLAR-TRANS THRU 220-FIN
           END-READ.
       210-FIN. EXIT.

      ******************************************************************
      * Controles de la transaccion; el primero que falla da el
      * motivo del rechazo, en el mismo estilo que VALIDAR-TRANS.
      ******************************************************************
       220-CONTROLAR-TRANS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO DET-MOTIVO MAE-APELLIDO.
           MOVE ZERO   TO WS-DIAS-DISPONIBLES WS-DIAS-PERIODO.
           MOVE 'N'    TO WS-EMPLEADO-FLAG WS-SUPERPUESTO-FLAG
                          WS-PERMISO-FLAG.
           IF VTR-ID NUMERIC
             MOVE VTR-ID TO MAE-ID
             READ MAESTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY SET EMPLEADO-HALLADO TO TRUE
             END-READ
           END-IF.
           MOVE VTR-DESDE TO WS-FC-FECHA.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           MOVE WS-FC-ESTADO TO WS-DESDE-ESTADO.
           MOVE VTR-HASTA TO WS-FC-FECHA.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           MOVE WS-FC-ESTADO TO WS-HASTA-ESTADO.
           IF VTR-DIAS NUMERIC
             MOVE VTR-DIAS TO WS-DIAS-PEDIDOS
           ELSE
             MOVE ZERO TO WS-DIAS-PEDIDOS
           END-IF.
           IF DESDE-OK AND HASTA-OK AND (VTR-HASTA NOT < VTR-DESDE)
             PERFORM 230-CALCULAR-PERIODO THRU 230-FIN
           END-IF.
           IF EMPLEADO-HALLADO
             PERFORM 240-UBICAR-LIBRO THRU 240-FIN
           END-IF.
           IF VTR-ES-ADELANTO AND (VTR-APROBADOR NOT = SPACES)
               AND (VTR-APROBADOR NOT = VTR-OPERADOR)
               AND EMPLEADO-HALLADO
             PERFORM 250-BUSCAR-APROBADOR THRU 250-FIN
           END-IF.
           EVALUATE TRUE
             WHEN VTR-ID NOT NUMERIC
               MOVE 'EMP-ID NO NUMERICO' TO WS-MOTIVO-RECHAZO
             WHEN NOT EMPLEADO-HALLADO
               MOVE 'EMPLEADO INEXISTENTE EN EL MAESTRO'
                  TO WS-MOTIVO-RECHAZO
             WHEN MAE-INACTIVO
               MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO-RECHAZO
             WHEN NOT DESDE-OK
               MOVE 'FECHA DESDE INVALIDA' TO WS-MOTIVO-RECHAZO
             WHEN NOT HASTA-OK
               MOVE 'FECHA HASTA INVALIDA' TO WS-MOTIVO-RECHAZO
             WHEN VTR-HASTA < VTR-DESDE
               MOVE 'HASTA ANTERIOR A DESDE' TO WS-MOTIVO-RECHAZO
             WHEN VTR-DESDE < WS-PRIMER-DIA
               MOVE 'PERIODO ANTERIOR AL ANIO PASADO'
                  TO WS-MOTIVO-RECHAZO
             WHEN VTR-DESDE < MAE-FECHA-INGRESO
               MOVE 'PERIODO ANTERIOR AL INGRESO' TO WS-MOTIVO-RECHAZO
             WHEN (VTR-DIAS NOT NUMERIC) OR (WS-DIAS-PEDIDOS = ZERO)
               MOVE 'DIAS INVALIDOS' TO WS-MOTIVO-RECHAZO
             WHEN WS-DIAS-PEDIDOS > WS-DIAS-PERIODO
               MOVE 'DIAS MAYOR QUE EL PERIODO' TO WS-MOTIVO-RECHAZO
             WHEN NOT VTR-ADELANTO-OK
               MOVE 'MARCA DE ADELANTO INVALIDA (NO S)'
                  TO WS-MOTIVO-RECHAZO
             WHEN VTR-OPERADOR EQUAL SPACES
               MOVE 'OPERADOR NO INFORMADO' TO WS-MOTIVO-RECHAZO
             WHEN VTR-ES-ADELANTO AND (VTR-APROBADOR EQUAL SPACES)
               MOVE 'ADELANTO SIN APROBADOR' TO WS-MOTIVO-RECHAZO
             WHEN VTR-ES-ADELANTO AND (VTR-APROBADOR = VTR-OPERADOR)
               MOVE 'APROBADOR IGUAL AL OPERADOR' TO WS-MOTIVO-RECHAZO
             WHEN VTR-ES-ADELANTO AND (NOT PERMISO-HALLADO)
               MOVE 'APROBADOR NO AUTORIZADO' TO WS-MOTIVO-RECHAZO
             WHEN PERIODO-SUPERPUESTO
               MOVE 'PERIODO SUPERPUESTO CON OTRO REGISTRADO'
                  TO WS-MOTIVO-RECHAZO
             WHEN WS-LB-VIGENTE-ULT EQUAL ZERO
               MOVE 'SIN VACACIONES OTORGADAS VIGENTES'
                  TO WS-MOTIVO-RECHAZO
             WHEN (NOT VTR-ES-ADELANTO)
                  AND (WS-DIAS-PEDIDOS > WS-DIAS-DISPONIBLES)
               MOVE 'SALDO INSUFICIENTE (SIN ADELANTO)'
                  TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           MOVE VTR-ID       TO DET-ID.
           MOVE MAE-APELLIDO TO DET-APELLIDO.
           MOVE VTR-DESDE    TO DET-DESDE.
           MOVE VTR-HASTA    TO DET-HASTA.
           MOVE VTR-DIAS     TO DET-DIAS.
           MOVE VTR-ADELANTO TO DET-ADELANTO.
           IF WS-MOTIVO-RECHAZO EQUAL SPACES
             PERFORM 300-REGISTRAR THRU 300-FIN
           ELSE
             PERFORM 400-RECHAZAR THRU 400-FIN
           END-IF.
           WRITE LINEA-REGISTRO FROM WS-LINEA-REGISTRO
              AFTER ADVANCING 1 LINE.
       220-FIN. EXIT.

      * Dias corridos del periodo, y control de superposicion con
      * los periodos ya registrados del mismo empleado.
       230-CALCULAR-PERIODO.
           MOVE VTR-DESDE TO WS-FC-FECHA.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           MOVE WS-SERIE-DIAS TO WS-SERIE-DESDE.
           MOVE VTR-HASTA TO WS-FC-FECHA.
           PERFORM 710-SERIE-LARGA THRU 710-FIN.
           COMPUTE WS-DIAS-PERIODO =
              WS-SERIE-DIAS - WS-SERIE-DESDE + 1.
           IF (VTR-ID NUMERIC) AND (WS-PERIODOS-CANT > ZERO)
             PERFORM 235-COMPARAR-PERIODO THRU 235-FIN
                VARYING PR-IDX FROM 1 BY 1
                UNTIL (PR-IDX > WS-PERIODOS-CANT)
                   OR (PERIODO-SUPERPUESTO)
           END-IF.
       230-FIN. EXIT.

       235-COMPARAR-PERIODO.
           IF (PR-ID(PR-IDX) EQUAL MAE-ID)
               AND (VTR-DESDE NOT > PR-HASTA(PR-IDX))
               AND (VTR-HASTA NOT < PR-DESDE(PR-IDX))
             SET PERIODO-SUPERPUESTO TO TRUE
           END-IF.
       235-FIN. EXIT.

      ******************************************************************
      * Ubica los anios del empleado en el libro (son contiguos) y
      * suma el saldo disponible a la fecha de inicio: los anios
      * vigentes que todavia no vencieron en esa fecha.
      ******************************************************************
       240-UBICAR-LIBRO.
           MOVE ZERO TO WS-LB-PRIMERO WS-LB-ULTIMO WS-LB-VIGENTE-ULT.
           IF WS-LIBRO-CANT EQUAL ZERO
             GO TO 240-FIN
           END-IF.
           SET LB-IDX TO 1.
           SEARCH LB-ENTRADA
             AT END
               GO TO 240-FIN
             WHEN LB-ID(LB-IDX) EQUAL MAE-ID
               SET WS-LB-PRIMERO TO LB-IDX
           END-SEARCH.
           PERFORM 245-SUMAR-ANIO THRU 245-FIN
              VARYING LB-IDX FROM WS-LB-PRIMERO BY 1
              UNTIL (LB-IDX > WS-LIBRO-CANT)
                 OR (LB-ID(LB-IDX) NOT = MAE-ID).
       240-FIN. EXIT.

       245-SUMAR-ANIO.
           SET WS-LB-ULTIMO TO LB-IDX.
           IF NOT LB-VIGENTE(LB-IDX)
             GO TO 245-FIN
           END-IF.
           SET WS-LB-VIGENTE-ULT TO LB-IDX.
           IF LB-VENCE(LB-IDX) NOT < VTR-DESDE
             PERFORM 290-SALDO-ANIO THRU 290-FIN
             ADD WS-SALDO-ANIO TO WS-DIAS-DISPONIBLES
           END-IF.
       245-FIN. EXIT.

      * Un adelanto lo aprueba otro operador con marca de aprobador
      * en el departamento del empleado (blanco o '****' alcanza a
      * todos), como en la segregacion de funciones de VALIDAR-TRANS.
       250-BUSCAR-APROBADOR.
           IF WS-TABLA-OPE-CANT > ZERO
             PERFORM 255-COMPARAR-APROBADOR THRU 255-FIN
                VARYING WS-OPE-IDX FROM 1 BY 1
                UNTIL (WS-OPE-IDX > WS-TABLA-OPE-CANT)
                   OR (PERMISO-HALLADO)
           END-IF.
       250-FIN. EXIT.

       255-COMPARAR-APROBADOR.
           IF (TO-ID(WS-OPE-IDX) EQUAL VTR-APROBADOR)
               AND (TO-APRUEBA(WS-OPE-IDX) EQUAL 'S')
               AND ((TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL SPACES)
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL '****')
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL
                        MAE-DEPARTAMENTO))
             SET PERMISO-HALLADO TO TRUE
           END-IF.
       255-FIN. EXIT.

       290-SALDO-ANIO.
           COMPUTE WS-SALDO-ANIO = LB-OTORGADOS(LB-IDX)
                                 - LB-TOMADOS(LB-IDX)
                                 - LB-VENCIDOS(LB-IDX).
       290-FIN. EXIT.

      ******************************************************************
      * Descuenta los dias del anio vigente mas viejo con saldo a la
      * fecha de inicio; lo que no alcanza (solo en un adelanto) se
      * carga al anio vigente mas nuevo y queda en negativo.
      ******************************************************************
       300-REGISTRAR.
           MOVE WS-DIAS-PEDIDOS TO WS-DIAS-RESTANTES.
           PERFORM 310-DESCONTAR-ANIO THRU 310-FIN
              VARYING LB-IDX FROM WS-LB-PRIMERO BY 1
              UNTIL (LB-IDX > WS-LB-ULTIMO)
                 OR (WS-DIAS-RESTANTES EQUAL ZERO).
           IF WS-DIAS-RESTANTES > ZERO
             SET LB-IDX TO WS-LB-VIGENTE-ULT
             ADD WS-DIAS-RESTANTES TO LB-TOMADOS(LB-IDX)
                                      WS-TOT-DIAS-ADELANTO
             MOVE WS-HOY-LARGA TO LB-FECHA-ULT-MOV(LB-IDX)
             ADD 1 TO WS-CONT-ADELANTOS
           END-IF.
           MOVE SPACES        TO MOV-REGISTRO.
           MOVE MAE-ID        TO MOV-ID.
           MOVE VTR-DESDE     TO MOV-DESDE.
           MOVE VTR-HASTA     TO MOV-HASTA.
           MOVE WS-DIAS-PEDIDOS TO MOV-DIAS.
           MOVE VTR-ADELANTO  TO MOV-ADELANTO.
           MOVE VTR-OPERADOR  TO MOV-OPERADOR.
           MOVE VTR-APROBADOR TO MOV-APROBADOR.
           MOVE WS-HOY-LARGA  TO MOV-FECHA-REG.
           WRITE MOV-REGISTRO.
           IF FS-VAC-MOVIMIENTOS NOT = '00'
             DISPLAY 'ERROR AL GRABAR VAC-MOVIMIENTOS. FILE STATUS #'
                      FS-VAC-MOVIMIENTOS
             SET REGISTRO-FALLIDO TO TRUE
             MOVE 'NO GRABADA' TO DET-RESULTADO
             GO TO 300-FIN
           END-IF.
           IF WS-PERIODOS-CANT < 20000
             PERFORM 157-AGREGAR-PERIODO THRU 157-FIN
           END-IF.
           ADD 1 TO WS-CONT-REGISTRADAS.
           ADD WS-DIAS-PEDIDOS TO WS-TOT-DIAS.
           COMPUTE WS-DIAS-DISPONIBLES =
              WS-DIAS-DISPONIBLES - WS-DIAS-PEDIDOS.
           MOVE WS-DIAS-DISPONIBLES TO DET-SALDO.
           MOVE 'REGISTRADA' TO DET-RESULTADO.
       300-FIN. EXIT.

       310-DESCONTAR-ANIO.
           IF (NOT LB-VIGENTE(LB-IDX))
               OR (LB-VENCE(LB-IDX) < VTR-DESDE)
             GO TO 310-FIN
           END-IF.
           PERFORM 290-SALDO-ANIO THRU 290-FIN.
           IF WS-SALDO-ANIO NOT > ZERO
             GO TO 310-FIN
           END-IF.
           IF WS-SALDO-ANIO < WS-DIAS-RESTANTES
             MOVE WS-SALDO-ANIO TO WS-DIAS-TOMA
           ELSE
             MOVE WS-DIAS-RESTANTES TO WS-DIAS-TOMA
           END-IF.
           ADD WS-DIAS-TOMA TO LB-TOMADOS(LB-IDX).
           SUBTRACT WS-DIAS-TOMA FROM WS-DIAS-RESTANTES.
           MOVE WS-HOY-LARGA TO LB-FECHA-ULT-MOV(LB-IDX).
       310-FIN. EXIT.

       400-RECHAZAR.
           MOVE VTR-REGISTRO      TO RCH-TRANSACCION.
           MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO.
           WRITE RCH-REGISTRO.
           ADD 1 TO WS-CONT-RECHAZADAS.
           MOVE 'RECHAZADA'       TO DET-RESULTADO.
           MOVE ZERO              TO DET-SALDO.
           MOVE WS-MOTIVO-RECHAZO TO DET-MOTIVO.
       400-FIN. EXIT.

      ******************************************************************
      * El libro actualizado reemplaza al anterior (mismo mecanismo de
      * CBL_RENAME_FILE que LIBERAR-SUSPENSOS) solo si se grabo
      * completo; si algo fallo, el libro anterior queda como estaba.
      ******************************************************************
       500-FIN-PROGRAMA.
           IF MAESTRO-ABIERTO
             CLOSE MAESTRO
           END-IF.
           IF NOT REGISTRO-FALLIDO
             PERFORM 505-REEMPLAZAR-LIBRO THRU 505-FIN
           END-IF.

           MOVE 'TRANSACCIONES LEIDAS:' TO CAN-CONCEPTO.
           MOVE WS-CONT-LEIDAS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 2 LINES.
           MOVE 'REGISTRADAS:' TO CAN-CONCEPTO.
           MOVE WS-CONT-REGISTRADAS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'RECHAZADAS:' TO CAN-CONCEPTO.
           MOVE WS-CONT-RECHAZADAS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS REGISTRADOS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'ADELANTOS (SALDO NEGATIVO):' TO CAN-CONCEPTO.
           MOVE WS-CONT-ADELANTOS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'DIAS ADELANTADOS:' TO CAN-CONCEPTO.
           MOVE WS-TOT-DIAS-ADELANTO TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           CLOSE VAC-REGISTRO-RPT.

           DISPLAY '           RESUMEN DEL REGISTRO DE VACACIONES'.
           DISPLAY 'TRANSACCIONES LEIDAS:   ' WS-CONT-LEIDAS.
           DISPLAY 'REGISTRADAS:            ' WS-CONT-REGISTRADAS.
           DISPLAY 'RECHAZADAS:             ' WS-CONT-RECHAZADAS.
           DISPLAY 'DIAS REGISTRADOS:       ' WS-TOT-DIAS.

           PERFORM 520-AUDITAR-CORRIDA THRU 520-FIN.

           IF REGISTRO-FALLIDO
             DISPLAY '*** REGISTRAR-VACACIONES: EL LIBRO DE SALDOS NO'
                     ' SE ACTUALIZO; QUEDA COMO ESTABA ***'
             IF WS-CONT-REGISTRADAS > ZERO
               DISPLAY '*** LOS PERIODOS GRABADOS EN VAC-MOVIMIENTOS '
                       'EN ESTA CORRIDA NO QUEDARON DESCONTADOS ***'
             END-IF
             MOVE 16 TO RETURN-CODE
           END-IF.

      * GOBACK en lugar de STOP RUN: REGISTRAR-VACACIONES corre
      * suelto, cuando personal entrega las novedades de vacaciones.
           GOBACK.
       500-FIN. EXIT.

       505-REEMPLAZAR-LIBRO.
           OPEN OUTPUT VAC-SALDOS-NVO.
           IF FS-VAC-SALDOS-NVO NOT = '00'
             DISPLAY 'ERROR AL ABRIR VAC-SALDOS-NVO. FILE STATUS #'
                      FS-VAC-SALDOS-NVO
             SET REGISTRO-FALLIDO TO TRUE
             GO TO 505-FIN
           END-IF.
           PERFORM 510-GRABAR-ANIO THRU 510-FIN
              VARYING LB-IDX FROM 1 BY 1
              UNTIL (LB-IDX > WS-LIBRO-CANT) OR (REGISTRO-FALLIDO).
           CLOSE VAC-SALDOS-NVO.
           IF REGISTRO-FALLIDO
             GO TO 505-FIN
           END-IF.
           CALL 'CBL_DELETE_FILE' USING RUT-VAC-SALDOS.
           CALL 'CBL_RENAME_FILE' USING RUT-VAC-SALDOS-NVO
                                         RUT-VAC-SALDOS.
           MOVE ZERO TO RETURN-CODE.
       505-FIN. EXIT.

       510-GRABAR-ANIO.
           WRITE NVO-REGISTRO FROM LB-ENTRADA(LB-IDX).
           IF FS-VAC-SALDOS-NVO NOT = '00'
             DISPLAY 'ERROR AL GRABAR VAC-SALDOS-NVO. FILE STATUS #'
                      FS-VAC-SALDOS-NVO
             SET REGISTRO-FALLIDO TO TRUE
           END-IF.
       510-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       520-AUDITAR-CORRIDA.
           MOVE 'REGISTVAC'          TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-LEIDAS       TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-RECHAZADAS   TO AUD-CANT-RECHAZADOS
           MOVE 'VAC-TRANS/VAC-SALDOS/EMPLEADO-ARCH'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       520-FIN. EXIT.

      ******************************************************************
      * Controla que WS-FC-FECHA (AAAAMMDD) sea una fecha real de
      * calendario del circuito (anio 20AA); mismo criterio que la
      * fecha de ingreso en VALIDAR-TRANS.
      ******************************************************************
       600-CONTROLAR-FECHA.
           MOVE 'O' TO WS-FC-ESTADO.
           IF (WS-FC-FECHA NOT NUMERIC) OR (WS-FC-FECHA(1:2) NOT = '20')
             SET FECHA-INVALIDA TO TRUE
             GO TO 600-FIN
           END-IF.
           MOVE WS-FC-FECHA(1:4) TO WS-FC-AAAA.
           MOVE WS-FC-FECHA(5:2) TO WS-FC-MM.
           MOVE WS-FC-FECHA(7:2) TO WS-FC-DD.
           IF (WS-FC-MM < 01) OR (WS-FC-MM > 12)
             SET FECHA-INVALIDA TO TRUE
             GO TO 600-FIN
           END-IF.
           EVALUATE WS-FC-MM
             WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
               MOVE 31 TO WS-FC-DIAS-MES
             WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO WS-FC-DIAS-MES
             WHEN 02
               PERFORM 610-CONTROLAR-BISIESTO THRU 610-FIN
           END-EVALUATE.
           IF (WS-FC-DD < 01) OR (WS-FC-DD > WS-FC-DIAS-MES)
             SET FECHA-INVALIDA TO TRUE
           END-IF.
       600-FIN. EXIT.

       610-CONTROLAR-BISIESTO.
           DIVIDE WS-FC-AAAA BY 4
              GIVING WS-FC-COCIENTE REMAINDER WS-FC-RESTO-4.
           DIVIDE WS-FC-AAAA BY 100
              GIVING WS-FC-COCIENTE REMAINDER WS-FC-RESTO-100.
           DIVIDE WS-FC-AAAA BY 400
              GIVING WS-FC-COCIENTE REMAINDER WS-FC-RESTO-400.
           IF (WS-FC-RESTO-4 EQUAL ZERO)
               AND ((WS-FC-RESTO-100 NOT = ZERO)
                    OR (WS-FC-RESTO-400 EQUAL ZERO))
             MOVE 29 TO WS-FC-DIAS-MES
           ELSE
             MOVE 28 TO WS-FC-DIAS-MES
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

      * Serie de dias de WS-FC-FECHA (AAAAMMDD, anios 20AA).
       710-SERIE-LARGA.
           MOVE WS-FC-FECHA(3:2) TO WS-SER-AA.
           MOVE WS-FC-FECHA(5:2) TO WS-SER-MM.
           MOVE WS-FC-FECHA(7:2) TO WS-SER-DD.
           PERFORM 700-CALCULAR-SERIE THRU 700-FIN.
       710-FIN. EXIT.
