      ******************************************************************
      * Author: Burgio
      * Purpose: Liquidacion mensual de haberes sobre el maestro
      *          indexado de empleados (EMPLEADO-ARCH.DAT). Por cada
      *          empleado toma EMP-SALARIO como bruto del mes y le
      *          aplica los cuatro conceptos de la tabla mantenida
      *          por MANTENER-CONCEPTOS (CONCEPTOS-LIQ.DAT):
      *          jubilacion, obra social, sindicato y retencion de
      *          ganancias, cada uno con su tasa, su tope de base
      *          imponible y la marca de si aplica al departamento del
      *          empleado (la entrada del departamento reemplaza a la
      *          general del concepto). Deja el registro de
      *          liquidacion por empleado (bruto, cada concepto y
      *          neto), agrupado por departamento con sus subtotales
      *          (LIQ-REGISTRO-RPT.DAT), y el archivo de liquidacion
      *          (LIQUIDACION.DAT) con un detalle D por empleado, un
      *          total de control T por departamento y un total
      *          general G. El modo sale de LIQ-MODO en
      *          PARAMETROS.DAT: la preliminar se puede repetir cuantas
      *          veces haga falta; la definitiva es la aceptada y
      *          cierra el periodo en PERIODOS-LIQ.DAT, y desde ahi
      *          toda nueva liquidacion de ese mes se rechaza hasta que
      *          se lo reabra explicitamente con LIQ-MODO en 'R'.
      *          Los empleados dados de baja (inactivos en el maestro)
      *          no se liquidan: se cuentan aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-SUELDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO DYNAMIC RUT-EMPLEADO-ARCH
           FILE STATUS IS FS-EMPLEADO-ARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES.

       SELECT OPTIONAL ARCH-CONCEPTOS ASSIGN TO DYNAMIC
           RUT-CONCEPTOS
           FILE STATUS IS FS-CONCEPTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCH-DEPARTAMENTOS ASSIGN TO DYNAMIC
           RUT-DEPARTAMENTOS
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Libro de periodos liquidados: acumulativo (OPEN EXTEND por
      * evento, como el libro de corridas del pipeline) y OPTIONAL
      * para que la primera liquidacion lo cree. La ultima anotacion
      * de un periodo es la que manda: 'C' cerrado, 'R' reabierto.
       SELECT OPTIONAL ARCH-PERIODOS ASSIGN TO DYNAMIC
           RUT-PERIODOS
           FILE STATUS IS FS-PERIODOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORKFILE ASSIGN TO DYNAMIC RUT-WORKFILE.

      * El maestro ordenado por departamento y EMP-ID, para cortar
      * los subtotales y los totales de control por departamento.
       SELECT ARCH-LIQ-ORDENADA ASSIGN TO DYNAMIC RUT-LIQ-ORDENADA
           FILE STATUS IS FS-LIQ-ORDENADA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARCH-LIQUIDACION ASSIGN TO DYNAMIC RUT-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LIQ-REGISTRO-RPT ASSIGN TO DYNAMIC RUT-REGISTRO-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            02 EMP-ID          PIC 9(7).
            02 EMP-NOMBRE      PIC X(20).
            02 EMP-SALARIO     PIC 9(09)V99.
            02 EMP-APELLIDO    PIC X(10).
            02 EMP-FECHA-INGRESO PIC X(08).
            02 EMP-GENERO      PIC X(01).
            02 EMP-DEPARTAMENTO PIC X(04).
            02 EMP-ESTADO      PIC X(01).
               88 EMP-INACTIVO    VALUE 'I'.
            02 FILLER          PIC X(13).

       FD ARCH-CONCEPTOS.
       01 REG-CONCEPTO.
            88 CONCEPTOS-EOF VALUE HIGH-VALUES.
            02 CON-CODIGO       PIC X(04).
            02 CON-DEPARTAMENTO PIC X(04).
            02 CON-DESCRIPCION  PIC X(20).
            02 CON-TASA         PIC 9(02)V99.
            02 CON-TOPE         PIC 9(09)V99.
            02 CON-APLICA       PIC X(01).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            88 DEPARTAMENTOS-EOF VALUE HIGH-VALUES.
            02 DEP-CODIGO      PIC X(04).
            02 DEP-DESCRIPCION PIC X(30).
            02 DEP-ACTIVO      PIC X(01).

       FD ARCH-PERIODOS.
       01 REG-PERIODO.
            88 PERIODOS-EOF VALUE HIGH-VALUES.
            02 PER-PERIODO     PIC X(04).
            02 FILLER          PIC X(01).
            02 PER-ESTADO      PIC X(01).
               88 PER-CERRADO     VALUE 'C'.
               88 PER-REABIERTO   VALUE 'R'.
            02 FILLER          PIC X(01).
            02 PER-FECHA       PIC X(06).
            02 FILLER          PIC X(01).
            02 PER-CANTIDAD    PIC 9(07).
            02 FILLER          PIC X(01).
            02 PER-NETO        PIC 9(13)V99.

       SD WORKFILE.
       01 WORKREC.
            02 WK-ID           PIC 9(7).
            02 WK-NOMBRE       PIC X(20).
            02 WK-SALARIO      PIC 9(09)V99.
            02 WK-APELLIDO     PIC X(10).
            02 WK-FECHA-INGRESO PIC X(08).
            02 WK-GENERO       PIC X(01).
            02 WK-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(14).

       FD ARCH-LIQ-ORDENADA.
       01 ORD-REGISTRO.
            88 ORDENADA-EOF VALUE HIGH-VALUES.
            02 ORD-ID          PIC 9(7).
            02 ORD-NOMBRE      PIC X(20).
            02 ORD-SALARIO     PIC 9(09)V99.
            02 ORD-APELLIDO    PIC X(10).
            02 ORD-FECHA-INGRESO PIC X(08).
            02 ORD-GENERO      PIC X(01).
            02 ORD-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(14).

      * Archivo de liquidacion: un detalle D por empleado liquidado,
      * un total de control T por departamento y un total general G
      * al final; los dos 01 comparten el area del registro.
       FD ARCH-LIQUIDACION.
       01 REG-LIQUIDACION.
            02 LIQ-TIPO        PIC X(01).
            02 LIQ-PERIODO     PIC X(04).
            02 LIQ-DEPARTAMENTO PIC X(04).
            02 LIQ-ID          PIC 9(07).
            02 LIQ-BRUTO       PIC 9(09)V99.
            02 LIQ-JUBILACION  PIC 9(09)V99.
            02 LIQ-OBRA-SOCIAL PIC 9(09)V99.
            02 LIQ-SINDICATO   PIC 9(09)V99.
            02 LIQ-GANANCIAS   PIC 9(09)V99.
            02 LIQ-NETO        PIC 9(09)V99.
       01 REG-LIQ-TOTAL.
            02 LQT-TIPO        PIC X(01).
            02 LQT-PERIODO     PIC X(04).
            02 LQT-DEPARTAMENTO PIC X(04).
            02 LQT-CANTIDAD    PIC 9(07).
            02 LQT-BRUTO       PIC 9(13)V99.
            02 LQT-JUBILACION  PIC 9(13)V99.
            02 LQT-OBRA-SOCIAL PIC 9(13)V99.
            02 LQT-SINDICATO   PIC 9(13)V99.
            02 LQT-GANANCIAS   PIC 9(13)V99.
            02 LQT-NETO        PIC 9(13)V99.

       FD LIQ-REGISTRO-RPT.
       01 LINEA-REGISTRO      PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-EMPLEADO-ARCH   PIC X(02).
           05  FS-CONCEPTOS       PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).
           05  FS-PERIODOS        PIC X(02).
           05  FS-LIQ-ORDENADA    PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-EMPLEADO-ARCH     PIC X(60).
           05  RUT-CONCEPTOS         PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).
           05  RUT-PERIODOS          PIC X(60).
           05  RUT-WORKFILE          PIC X(60).
           05  RUT-LIQ-ORDENADA      PIC X(60).
           05  RUT-LIQUIDACION       PIC X(60).
           05  RUT-REGISTRO-RPT      PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-LIQUIDADOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-SIN-SALARIO PIC 9(07) VALUE ZERO.
           05 WS-CONT-INACTIVOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-OBSERVADOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-DEPTOS      PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Tabla de conceptos cargada al inicio: concepto + departamento
      * (en blanco = entrada general del concepto).
      ******************************************************************
       01  WS-TABLA-CON-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CONCEPTOS.
           05  WS-TABLA-CON-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-CON-CANT
                   INDEXED BY WS-CON-IDX.
               10 TC-CODIGO       PIC X(04).
               10 TC-DEPARTAMENTO PIC X(04).
               10 TC-TASA         PIC 9(02)V99.
               10 TC-TOPE         PIC 9(09)V99.
               10 TC-APLICA       PIC X(01).

      * Catalogo de departamentos, solo para rotular los cortes.
       01  WS-TABLA-CAT-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CATALOGO.
           05  WS-TABLA-CAT-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-CAT-CANT
                   INDEXED BY WS-CAT-IDX.
               10 CAT-CODIGO      PIC X(04).
               10 CAT-DESCRIPCION PIC X(30).

      ******************************************************************
      * Los cuatro conceptos que liquida el programa, en el orden de
      * las columnas del registro y del archivo de liquidacion, con
      * el importe del empleado en curso y sus acumulados.
      ******************************************************************
       01  WS-CANT-CONCEPTOS      PIC 9(01) VALUE 4.
       01  WS-TABLA-LIQUIDACION.
           05  WS-CONCEPTO-LIQ OCCURS 4 TIMES.
               10 LQC-CODIGO      PIC X(04).
               10 LQC-IMPORTE     PIC 9(09)V99.
               10 LQC-TOTAL-DEPTO PIC 9(11)V99.
               10 LQC-TOTAL-GRAL  PIC 9(13)V99.

       01  WS-SUBINDICES.
           05 WS-K                PIC 9(01) VALUE ZERO.
           05 WS-I                PIC 9(04) VALUE ZERO.
           05 WS-CON-HALLADO      PIC 9(04) VALUE ZERO.
           05 WS-CON-GENERAL      PIC 9(04) VALUE ZERO.
           05 WS-C-HALLADO        PIC 9(04) VALUE ZERO.

       01  WS-CALCULO-EMPLEADO.
           05 WS-BASE-CONCEPTO    PIC 9(09)V99 VALUE ZERO.
           05 WS-TOTAL-DESCUENTOS PIC 9(11)V99 VALUE ZERO.
           05 WS-NETO-EMPLEADO    PIC S9(11)V99 VALUE ZERO.

      * Acumulados del departamento en curso y generales.
       01  WS-CONTROL-DEPTO.
           05 WS-HAY-DEPTO-FLAG   PIC X(01) VALUE 'N'.
               88 HAY-DEPTO-EN-CURSO  VALUE 'S'.
           05 WS-DEPTO-ANT        PIC X(04) VALUE SPACES.
           05 WS-DEPTO-CANT       PIC 9(07) VALUE ZERO.
           05 WS-DEPTO-BRUTO      PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPTO-NETO       PIC 9(11)V99 VALUE ZERO.

       01  WS-TOTALES-GENERALES.
           05 WS-GRAL-BRUTO       PIC 9(13)V99 VALUE ZERO.
           05 WS-GRAL-NETO        PIC 9(13)V99 VALUE ZERO.

      * Estado del periodo segun la ultima anotacion del libro.
       01  WS-CONTROL-PERIODO.
           05 WS-PERIODO          PIC X(04) VALUE SPACES.
           05 WS-ESTADO-PERIODO   PIC X(01) VALUE SPACE.
               88 PERIODO-CERRADO     VALUE 'C'.
           05 WS-MAESTRO-FLAG     PIC X(01) VALUE 'N'.
               88 MAESTRO-FALLIDO     VALUE 'S'.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-REGISTRO.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(47) VALUE
               '  REGISTRO DE LIQUIDACION DE HABERES - PERIODO '.
           05 TIT-PERIODO       PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TIT-MODO          PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(79) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(150) VALUE ALL '*'.

       01  WS-CABECERA-REGISTRO.
           05 FILLER            PIC X(09) VALUE 'LEGAJO'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(22) VALUE 'NOMBRE'.
           05 FILLER            PIC X(18) VALUE '             BRUTO'.
           05 FILLER            PIC X(18) VALUE '        JUBILACION'.
           05 FILLER            PIC X(18) VALUE '       OBRA SOCIAL'.
           05 FILLER            PIC X(18) VALUE '         SINDICATO'.
           05 FILLER            PIC X(18) VALUE '         GANANCIAS'.
           05 FILLER            PIC X(18) VALUE '              NETO'.

       01  WS-LINEA-DEPTO.
           05 FILLER            PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDT-CODIGO        PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-DESCRIPCION   PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(100) VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 LE-ID             PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LE-APELLIDO       PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LE-NOMBRE         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-BRUTO          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-JUBILACION     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-OBRA-SOCIAL    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-SINDICATO      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-GANANCIAS      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-NETO           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER            PIC X(12) VALUE 'TOTAL DEPTO '.
           05 LST-CODIGO        PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-CANT          PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(10) VALUE ' EMPLEADOS'.
           05 FILLER            PIC X(07) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-BRUTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-JUBILACION    PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-OBRA-SOCIAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-SINDICATO     PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-GANANCIAS     PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-NETO          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-LINEA-OBSERVADO.
           05 LO-ID             PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LO-APELLIDO       PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LO-NOMBRE         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'OBSERVADO: '.
           05 LO-MOTIVO         PIC X(40) VALUE SPACES.
           05 FILLER            PIC X(57) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 RES-CONCEPTO      PIC X(42) VALUE SPACES.
           05 RES-IMPORTE       PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(87) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-CONCEPTO      PIC X(42) VALUE SPACES.
           05 CAN-VALOR         PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           PERFORM 150-CONTROLAR-PERIODO THRU 150-FIN.
           SORT WORKFILE ON ASCENDING KEY WK-DEPARTAMENTO
                          ON ASCENDING KEY WK-ID
             INPUT PROCEDURE IS 200-CARGAR-MAESTRO THRU 200-FIN
             GIVING ARCH-LIQ-ORDENADA.
           PERFORM 300-LIQUIDAR THRU 300-FIN.
           PERFORM 500-FIN-PROGRAMA THRU 500-FIN.

       100-INICIO.
           PERFORM 105-TOMAR-PARAMETROS THRU 105-FIN.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
           ELSE
             MOVE PAR-FECHA-EFECTIVA TO WS-DATE
           END-IF.
      * Sin periodo explicito se liquida el mes de la fecha efectiva.
           IF PAR-LIQ-PERIODO EQUAL SPACES
             MOVE WS-DATE(1:4) TO WS-PERIODO
           ELSE
             MOVE PAR-LIQ-PERIODO TO WS-PERIODO
           END-IF.
           MOVE WS-DAY     TO TIT-DD.
           MOVE WS-MONTH   TO TIT-MM.
           MOVE WS-YEAR    TO TIT-AA.
           MOVE WS-PERIODO TO TIT-PERIODO.
           EVALUATE TRUE
             WHEN LIQ-DEFINITIVA
               MOVE 'DEFINITIVA' TO TIT-MODO
             WHEN LIQ-REAPERTURA
               MOVE 'REAPERTURA' TO TIT-MODO
             WHEN OTHER
               MOVE 'PRELIMINAR' TO TIT-MODO
           END-EVALUATE.
           MOVE 'JUBI' TO LQC-CODIGO(1).
           MOVE 'OSOC' TO LQC-CODIGO(2).
           MOVE 'SIND' TO LQC-CODIGO(3).
           MOVE 'GANA' TO LQC-CODIGO(4).
           PERFORM 115-LIMPIAR-CONCEPTO THRU 115-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CANT-CONCEPTOS.
           PERFORM 130-LEER-PERIODOS THRU 130-FIN.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas, fecha efectiva y modo de la liquidacion del
      * archivo de control de la corrida: con parametros malos o
      * ausentes el programa termina aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** LIQUIDAR-SUELDOS: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMPLEADO-ARCH    TO RUT-EMPLEADO-ARCH.
           MOVE PAR-RUTA-CONCEPTOS-LIQ    TO RUT-CONCEPTOS.
           MOVE PAR-RUTA-DEPARTAMENTOS    TO RUT-DEPARTAMENTOS.
           MOVE PAR-RUTA-PERIODOS-LIQ     TO RUT-PERIODOS.
           MOVE PAR-RUTA-LIQ-TMP          TO RUT-WORKFILE.
           MOVE PAR-RUTA-LIQ-ORDENADA     TO RUT-LIQ-ORDENADA.
           MOVE PAR-RUTA-LIQUIDACION      TO RUT-LIQUIDACION.
           MOVE PAR-RUTA-LIQ-REGISTRO-RPT TO RUT-REGISTRO-RPT.
       105-FIN. EXIT.

      * Los acumulados estan bajo OCCURS y se ponen en cero aca.
       115-LIMPIAR-CONCEPTO.
           MOVE ZERO TO LQC-IMPORTE(WS-K)
                        LQC-TOTAL-DEPTO(WS-K)
                        LQC-TOTAL-GRAL(WS-K).
       115-FIN. EXIT.

       120-CARGAR-CONCEPTOS.
           OPEN INPUT ARCH-CONCEPTOS.
           IF (FS-CONCEPTOS EQUAL '00') OR (FS-CONCEPTOS EQUAL '05')
             PERFORM 125-LEER-CONCEPTO THRU 125-FIN
                UNTIL CONCEPTOS-EOF
           END-IF.
           CLOSE ARCH-CONCEPTOS.
       120-FIN. EXIT.

       125-LEER-CONCEPTO.
           READ ARCH-CONCEPTOS
             AT END SET CONCEPTOS-EOF TO TRUE
             NOT AT END
               IF WS-TABLA-CON-CANT < 500
                 ADD 1 TO WS-TABLA-CON-CANT
                 MOVE CON-CODIGO  TO TC-CODIGO(WS-TABLA-CON-CANT)
                 MOVE CON-DEPARTAMENTO
                    TO TC-DEPARTAMENTO(WS-TABLA-CON-CANT)
                 MOVE CON-TASA    TO TC-TASA(WS-TABLA-CON-CANT)
                 MOVE CON-TOPE    TO TC-TOPE(WS-TABLA-CON-CANT)
                 MOVE CON-APLICA  TO TC-APLICA(WS-TABLA-CON-CANT)
               END-IF
           END-READ.
       125-FIN. EXIT.

      ******************************************************************
      * Lee el libro de periodos: la ultima anotacion del periodo a
      * liquidar deja su estado en WS-ESTADO-PERIODO.
      ******************************************************************
       130-LEER-PERIODOS.
           OPEN INPUT ARCH-PERIODOS.
           IF (FS-PERIODOS EQUAL '00') OR (FS-PERIODOS EQUAL '05')
             PERFORM 135-LEER-PERIODO THRU 135-FIN
                UNTIL PERIODOS-EOF
           END-IF.
           CLOSE ARCH-PERIODOS.
       130-FIN. EXIT.

       135-LEER-PERIODO.
           READ ARCH-PERIODOS
             AT END SET PERIODOS-EOF TO TRUE
             NOT AT END
               IF PER-PERIODO EQUAL WS-PERIODO
                 MOVE PER-ESTADO TO WS-ESTADO-PERIODO
               END-IF
           END-READ.
       135-FIN. EXIT.

       140-CARGAR-CATALOGO.
           OPEN INPUT ARCH-DEPARTAMENTOS.
           IF (FS-DEPARTAMENTOS EQUAL '00')
               OR (FS-DEPARTAMENTOS EQUAL '05')
             PERFORM 145-LEER-CATALOGO THRU 145-FIN
                UNTIL DEPARTAMENTOS-EOF
           END-IF.
           CLOSE ARCH-DEPARTAMENTOS.
       140-FIN. EXIT.

       145-LEER-CATALOGO.
           READ ARCH-DEPARTAMENTOS
             AT END SET DEPARTAMENTOS-EOF TO TRUE
             NOT AT END
               IF WS-TABLA-CAT-CANT < 500
                 ADD 1 TO WS-TABLA-CAT-CANT
                 MOVE DEP-CODIGO      TO CAT-CODIGO(WS-TABLA-CAT-CANT)
                 MOVE DEP-DESCRIPCION
                    TO CAT-DESCRIPCION(WS-TABLA-CAT-CANT)
               END-IF
           END-READ.
       145-FIN. EXIT.

      ******************************************************************
      * Control del periodo antes de tocar nada: la reapertura solo
      * anota el periodo como reabierto y termina; un periodo cerrado
      * no se vuelve a liquidar (ni en preliminar, para que nadie
      * pise el LIQUIDACION.DAT aceptado) hasta que se lo reabra.
      * Sin tabla de conceptos no hay nada que liquidar.
      ******************************************************************
       150-CONTROLAR-PERIODO.
           IF LIQ-REAPERTURA
             PERFORM 160-REABRIR-PERIODO THRU 160-FIN
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
           IF PERIODO-CERRADO
             DISPLAY '*** LIQUIDAR-SUELDOS: EL PERIODO ' WS-PERIODO
                      ' YA ESTA CERRADO; PARA VOLVER A LIQUIDARLO '
                      'REABRIRLO CON LIQ-MODO EN R ***'
             MOVE 16 TO RETURN-CODE
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
           PERFORM 120-CARGAR-CONCEPTOS THRU 120-FIN.
           IF WS-TABLA-CON-CANT EQUAL ZERO
             DISPLAY '*** LIQUIDAR-SUELDOS: LA TABLA DE CONCEPTOS '
                      'ESTA VACIA O NO EXISTE ***'
             MOVE 16 TO RETURN-CODE
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
           PERFORM 140-CARGAR-CATALOGO THRU 140-FIN.
       150-FIN. EXIT.

      ******************************************************************
      * Reapertura explicita: solo un periodo cerrado se reabre; la
      * anotacion 'R' deja liquidarlo de nuevo y la proxima
      * definitiva lo vuelve a cerrar.
      ******************************************************************
       160-REABRIR-PERIODO.
           IF NOT PERIODO-CERRADO
             DISPLAY '*** LIQUIDAR-SUELDOS: EL PERIODO ' WS-PERIODO
                      ' NO ESTA CERRADO; NO HAY NADA QUE REABRIR ***'
             MOVE 16 TO RETURN-CODE
             GO TO 160-FIN
           END-IF.
           MOVE 'R' TO WS-ESTADO-PERIODO.
           PERFORM 170-ANOTAR-PERIODO THRU 170-FIN.
           DISPLAY 'PERIODO ' WS-PERIODO ' REABIERTO: SE PUEDE '
                    'VOLVER A LIQUIDAR'.
       160-FIN. EXIT.

      * El libro se abre y cierra por evento. El AT END de la lectura
      * inicial dejo HIGH-VALUES en el area del registro: se limpia
      * antes de armar la anotacion.
       170-ANOTAR-PERIODO.
           MOVE SPACES TO REG-PERIODO.
           MOVE WS-PERIODO         TO PER-PERIODO.
           MOVE WS-ESTADO-PERIODO  TO PER-ESTADO.
           MOVE WS-DATE            TO PER-FECHA.
           MOVE WS-CONT-LIQUIDADOS TO PER-CANTIDAD.
           MOVE WS-GRAL-NETO       TO PER-NETO.
           OPEN EXTEND ARCH-PERIODOS.
           WRITE REG-PERIODO.
           CLOSE ARCH-PERIODOS.
       170-FIN. EXIT.

      ******************************************************************
      * Procedimiento de entrada del SORT: todo el maestro, en orden
      * de clave primaria, pasa al ordenamiento por departamento,
      * salvo los empleados dados de baja, que quedan contados.
      ******************************************************************
       200-CARGAR-MAESTRO.
           OPEN INPUT EMPLOYEEFILE.
           IF FS-EMPLEADO-ARCH NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO. FILE STATUS #'
                      FS-EMPLEADO-ARCH
             SET MAESTRO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
           PERFORM 220-LIBERAR-EMPLEADO THRU 220-FIN
              UNTIL FS-EMPLEADO-ARCH NOT = '00'.
           CLOSE EMPLOYEEFILE.
       200-FIN. EXIT.

       210-LEER-MAESTRO.
           READ EMPLOYEEFILE NEXT
             AT END MOVE '10' TO FS-EMPLEADO-ARCH
           END-READ.
       210-FIN. EXIT.

       220-LIBERAR-EMPLEADO.
           ADD 1 TO WS-CONT-LEIDOS.
           IF EMP-INACTIVO
             ADD 1 TO WS-CONT-INACTIVOS
           ELSE
             MOVE EMPDETAILS TO WORKREC
             RELEASE WORKREC
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
       220-FIN. EXIT.

      ******************************************************************
      * Recorre el maestro ordenado con corte por departamento: cada
      * empleado va al registro y al archivo de liquidacion, y cada
      * corte deja su subtotal y su total de control.
      ******************************************************************
       300-LIQUIDAR.
           IF MAESTRO-FALLIDO
             MOVE 16 TO RETURN-CODE
             GO TO 300-FIN
           END-IF.
           OPEN INPUT ARCH-LIQ-ORDENADA.
           OPEN OUTPUT ARCH-LIQUIDACION.
           OPEN OUTPUT LIQ-REGISTRO-RPT.
           WRITE LINEA-REGISTRO FROM WS-SEPARADOR.
           WRITE LINEA-REGISTRO FROM WS-TITULO-REGISTRO
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-REGISTRO FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-REGISTRO FROM WS-CABECERA-REGISTRO
              AFTER ADVANCING 2 LINES.

           PERFORM 305-LEER-ORDENADA THRU 305-FIN.
           PERFORM 310-PROCESAR-EMPLEADO THRU 310-FIN
              UNTIL ORDENADA-EOF.
           IF HAY-DEPTO-EN-CURSO
             PERFORM 340-CORTE-DEPARTAMENTO THRU 340-FIN
           END-IF.
           PERFORM 360-TOTAL-GENERAL THRU 360-FIN.

           CLOSE ARCH-LIQ-ORDENADA
                 ARCH-LIQUIDACION
                 LIQ-REGISTRO-RPT.
       300-FIN. EXIT.

       305-LEER-ORDENADA.
           READ ARCH-LIQ-ORDENADA
             AT END SET ORDENADA-EOF TO TRUE
           END-READ.
       305-FIN. EXIT.

      ******************************************************************
      * Un empleado: el salario ilegible o un descuento total mayor
      * que el bruto se observan y no se liquidan; el salario cero
      * (nadie a quien pagar) solo se cuenta.
      ******************************************************************
       310-PROCESAR-EMPLEADO.
           IF (NOT HAY-DEPTO-EN-CURSO)
               OR (ORD-DEPARTAMENTO NOT = WS-DEPTO-ANT)
             IF HAY-DEPTO-EN-CURSO
               PERFORM 340-CORTE-DEPARTAMENTO THRU 340-FIN
             END-IF
             PERFORM 330-ABRIR-DEPARTAMENTO THRU 330-FIN
           END-IF.
           EVALUATE TRUE
             WHEN ORD-SALARIO NOT NUMERIC
               MOVE 'SALARIO NO NUMERICO EN EL MAESTRO'
                  TO LO-MOTIVO
               PERFORM 350-OBSERVAR-EMPLEADO THRU 350-FIN
             WHEN ORD-SALARIO EQUAL ZERO
               ADD 1 TO WS-CONT-SIN-SALARIO
             WHEN OTHER
               PERFORM 320-CALCULAR-CONCEPTOS THRU 320-FIN
               IF WS-NETO-EMPLEADO < ZERO
                 MOVE 'LOS DESCUENTOS SUPERAN EL BRUTO'
                    TO LO-MOTIVO
                 PERFORM 350-OBSERVAR-EMPLEADO THRU 350-FIN
               ELSE
                 PERFORM 315-GRABAR-EMPLEADO THRU 315-FIN
               END-IF
           END-EVALUATE.
           PERFORM 305-LEER-ORDENADA THRU 305-FIN.
       310-FIN. EXIT.

       315-GRABAR-EMPLEADO.
           ADD 1 TO WS-CONT-LIQUIDADOS.
           ADD 1 TO WS-DEPTO-CANT.
           ADD ORD-SALARIO      TO WS-DEPTO-BRUTO WS-GRAL-BRUTO.
           ADD WS-NETO-EMPLEADO TO WS-DEPTO-NETO WS-GRAL-NETO.
           PERFORM 317-ACUMULAR-CONCEPTO THRU 317-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CANT-CONCEPTOS.

           MOVE ORD-ID           TO LE-ID.
           MOVE ORD-APELLIDO     TO LE-APELLIDO.
           MOVE ORD-NOMBRE       TO LE-NOMBRE.
           MOVE ORD-SALARIO      TO LE-BRUTO.
           MOVE LQC-IMPORTE(1)   TO LE-JUBILACION.
           MOVE LQC-IMPORTE(2)   TO LE-OBRA-SOCIAL.
           MOVE LQC-IMPORTE(3)   TO LE-SINDICATO.
           MOVE LQC-IMPORTE(4)   TO LE-GANANCIAS.
           MOVE WS-NETO-EMPLEADO TO LE-NETO.
           WRITE LINEA-REGISTRO FROM WS-LINEA-EMPLEADO
              AFTER ADVANCING 1 LINE.

           MOVE 'D'              TO LIQ-TIPO.
           MOVE WS-PERIODO       TO LIQ-PERIODO.
           MOVE ORD-DEPARTAMENTO TO LIQ-DEPARTAMENTO.
           MOVE ORD-ID           TO LIQ-ID.
           MOVE ORD-SALARIO      TO LIQ-BRUTO.
           MOVE LQC-IMPORTE(1)   TO LIQ-JUBILACION.
           MOVE LQC-IMPORTE(2)   TO LIQ-OBRA-SOCIAL.
           MOVE LQC-IMPORTE(3)   TO LIQ-SINDICATO.
           MOVE LQC-IMPORTE(4)   TO LIQ-GANANCIAS.
           MOVE WS-NETO-EMPLEADO TO LIQ-NETO.
           WRITE REG-LIQUIDACION.
       315-FIN. EXIT.

       317-ACUMULAR-CONCEPTO.
           ADD LQC-IMPORTE(WS-K) TO LQC-TOTAL-DEPTO(WS-K)
                                    LQC-TOTAL-GRAL(WS-K).
       317-FIN. EXIT.

      ******************************************************************
      * Importe de cada concepto sobre el bruto del empleado y neto.
      ******************************************************************
       320-CALCULAR-CONCEPTOS.
           MOVE ZERO TO WS-TOTAL-DESCUENTOS.
           PERFORM 325-CALCULAR-CONCEPTO THRU 325-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CANT-CONCEPTOS.
           COMPUTE WS-NETO-EMPLEADO =
              ORD-SALARIO - WS-TOTAL-DESCUENTOS.
       320-FIN. EXIT.

      ******************************************************************
      * Un concepto: la entrada del departamento del empleado manda
      * sobre la general; si ninguna existe o la que rige esta en 'N'
      * el concepto no se aplica. La base es el bruto, recortada al
      * tope cuando la entrada tiene uno.
      ******************************************************************
       325-CALCULAR-CONCEPTO.
           MOVE ZERO TO LQC-IMPORTE(WS-K).
           MOVE ZERO TO WS-CON-HALLADO WS-CON-GENERAL.
           PERFORM 327-COMPARAR-CONCEPTO THRU 327-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TABLA-CON-CANT.
           IF WS-CON-HALLADO EQUAL ZERO
             MOVE WS-CON-GENERAL TO WS-CON-HALLADO
           END-IF.
           IF WS-CON-HALLADO EQUAL ZERO
             GO TO 325-FIN
           END-IF.
           IF TC-APLICA(WS-CON-HALLADO) NOT = 'S'
             GO TO 325-FIN
           END-IF.
           MOVE ORD-SALARIO TO WS-BASE-CONCEPTO.
           IF (TC-TOPE(WS-CON-HALLADO) > ZERO)
               AND (WS-BASE-CONCEPTO > TC-TOPE(WS-CON-HALLADO))
             MOVE TC-TOPE(WS-CON-HALLADO) TO WS-BASE-CONCEPTO
           END-IF.
           COMPUTE LQC-IMPORTE(WS-K) ROUNDED =
              WS-BASE-CONCEPTO * TC-TASA(WS-CON-HALLADO) / 100.
           ADD LQC-IMPORTE(WS-K) TO WS-TOTAL-DESCUENTOS.
       325-FIN. EXIT.

       327-COMPARAR-CONCEPTO.
           IF TC-CODIGO(WS-I) EQUAL LQC-CODIGO(WS-K)
             IF TC-DEPARTAMENTO(WS-I) EQUAL ORD-DEPARTAMENTO
               MOVE WS-I TO WS-CON-HALLADO
             END-IF
             IF TC-DEPARTAMENTO(WS-I) EQUAL SPACES
               MOVE WS-I TO WS-CON-GENERAL
             END-IF
           END-IF.
       327-FIN. EXIT.

      ******************************************************************
      * Rotulo de un departamento nuevo en el registro, con la
      * descripcion del catalogo.
      ******************************************************************
       330-ABRIR-DEPARTAMENTO.
           SET HAY-DEPTO-EN-CURSO TO TRUE.
           MOVE ORD-DEPARTAMENTO TO WS-DEPTO-ANT.
           ADD 1 TO WS-CONT-DEPTOS.
           MOVE ORD-DEPARTAMENTO TO LDT-CODIGO.
           IF ORD-DEPARTAMENTO EQUAL SPACES
             MOVE 'SIN DEPARTAMENTO' TO LDT-DESCRIPCION
           ELSE
             PERFORM 335-BUSCAR-DESCRIPCION THRU 335-FIN
           END-IF.
           WRITE LINEA-REGISTRO FROM WS-LINEA-DEPTO
              AFTER ADVANCING 2 LINES.
       330-FIN. EXIT.

       335-BUSCAR-DESCRIPCION.
           MOVE ZERO TO WS-C-HALLADO.
           MOVE '(NO ESTA EN EL CATALOGO)' TO LDT-DESCRIPCION.
           IF WS-TABLA-CAT-CANT > ZERO
             PERFORM 337-COMPARAR-CATALOGO THRU 337-FIN
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL (WS-CAT-IDX > WS-TABLA-CAT-CANT)
                   OR (WS-C-HALLADO > ZERO)
           END-IF.
       335-FIN. EXIT.

       337-COMPARAR-CATALOGO.
           IF CAT-CODIGO(WS-CAT-IDX) EQUAL ORD-DEPARTAMENTO
             MOVE CAT-DESCRIPCION(WS-CAT-IDX) TO LDT-DESCRIPCION
             MOVE 1 TO WS-C-HALLADO
           END-IF.
       337-FIN. EXIT.

      ******************************************************************
      * Corte de departamento: subtotal en el registro y total de
      * control T en el archivo de liquidacion; los acumulados del
      * departamento vuelven a cero.
      ******************************************************************
       340-CORTE-DEPARTAMENTO.
           MOVE WS-DEPTO-ANT         TO LST-CODIGO.
           MOVE WS-DEPTO-CANT        TO LST-CANT.
           MOVE WS-DEPTO-BRUTO       TO LST-BRUTO.
           MOVE LQC-TOTAL-DEPTO(1)   TO LST-JUBILACION.
           MOVE LQC-TOTAL-DEPTO(2)   TO LST-OBRA-SOCIAL.
           MOVE LQC-TOTAL-DEPTO(3)   TO LST-SINDICATO.
           MOVE LQC-TOTAL-DEPTO(4)   TO LST-GANANCIAS.
           MOVE WS-DEPTO-NETO        TO LST-NETO.
           WRITE LINEA-REGISTRO FROM WS-LINEA-SUBTOTAL
              AFTER ADVANCING 2 LINES.

           MOVE 'T'                  TO LQT-TIPO.
           MOVE WS-PERIODO           TO LQT-PERIODO.
           MOVE WS-DEPTO-ANT         TO LQT-DEPARTAMENTO.
           MOVE WS-DEPTO-CANT        TO LQT-CANTIDAD.
           MOVE WS-DEPTO-BRUTO       TO LQT-BRUTO.
           MOVE LQC-TOTAL-DEPTO(1)   TO LQT-JUBILACION.
           MOVE LQC-TOTAL-DEPTO(2)   TO LQT-OBRA-SOCIAL.
           MOVE LQC-TOTAL-DEPTO(3)   TO LQT-SINDICATO.
           MOVE LQC-TOTAL-DEPTO(4)   TO LQT-GANANCIAS.
           MOVE WS-DEPTO-NETO        TO LQT-NETO.
           WRITE REG-LIQ-TOTAL.

           MOVE ZERO TO WS-DEPTO-CANT WS-DEPTO-BRUTO WS-DEPTO-NETO.
           PERFORM 345-LIMPIAR-DEPTO THRU 345-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CANT-CONCEPTOS.
       340-FIN. EXIT.

       345-LIMPIAR-DEPTO.
           MOVE ZERO TO LQC-TOTAL-DEPTO(WS-K).
       345-FIN. EXIT.

       350-OBSERVAR-EMPLEADO.
           ADD 1 TO WS-CONT-OBSERVADOS.
           MOVE ORD-ID       TO LO-ID.
           MOVE ORD-APELLIDO TO LO-APELLIDO.
           MOVE ORD-NOMBRE   TO LO-NOMBRE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-OBSERVADO
              AFTER ADVANCING 1 LINE.
       350-FIN. EXIT.

      ******************************************************************
      * Total general G del archivo de liquidacion y resumen al pie
      * del registro.
      ******************************************************************
       360-TOTAL-GENERAL.
           MOVE 'G'                  TO LQT-TIPO.
           MOVE WS-PERIODO           TO LQT-PERIODO.
           MOVE SPACES               TO LQT-DEPARTAMENTO.
           MOVE WS-CONT-LIQUIDADOS   TO LQT-CANTIDAD.
           MOVE WS-GRAL-BRUTO        TO LQT-BRUTO.
           MOVE LQC-TOTAL-GRAL(1)    TO LQT-JUBILACION.
           MOVE LQC-TOTAL-GRAL(2)    TO LQT-OBRA-SOCIAL.
           MOVE LQC-TOTAL-GRAL(3)    TO LQT-SINDICATO.
           MOVE LQC-TOTAL-GRAL(4)    TO LQT-GANANCIAS.
           MOVE WS-GRAL-NETO         TO LQT-NETO.
           WRITE REG-LIQ-TOTAL.

           WRITE LINEA-REGISTRO FROM WS-SEPARADOR
              AFTER ADVANCING 2 LINES.
           MOVE 'TOTAL BRUTO:' TO RES-CONCEPTO.
           MOVE WS-GRAL-BRUTO TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL JUBILACION:' TO RES-CONCEPTO.
           MOVE LQC-TOTAL-GRAL(1) TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL OBRA SOCIAL:' TO RES-CONCEPTO.
           MOVE LQC-TOTAL-GRAL(2) TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL SINDICATO:' TO RES-CONCEPTO.
           MOVE LQC-TOTAL-GRAL(3) TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL RETENCION GANANCIAS:' TO RES-CONCEPTO.
           MOVE LQC-TOTAL-GRAL(4) TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL NETO A PAGAR:' TO RES-CONCEPTO.
           MOVE WS-GRAL-NETO TO RES-IMPORTE.
           WRITE LINEA-REGISTRO FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.

           MOVE 'EMPLEADOS EN EL MAESTRO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-LEIDOS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 2 LINES.
           MOVE 'EMPLEADOS LIQUIDADOS:' TO CAN-CONCEPTO.
           MOVE WS-CONT-LIQUIDADOS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'SALARIO CERO (SIN LIQUIDAR):' TO CAN-CONCEPTO.
           MOVE WS-CONT-SIN-SALARIO TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'INACTIVOS (SIN LIQUIDAR):' TO CAN-CONCEPTO.
           MOVE WS-CONT-INACTIVOS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'OBSERVADOS (SIN LIQUIDAR):' TO CAN-CONCEPTO.
           MOVE WS-CONT-OBSERVADOS TO CAN-VALOR.
           WRITE LINEA-REGISTRO FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
       360-FIN. EXIT.

      ******************************************************************
      * La definitiva cierra el periodo solo si la liquidacion salio
      * entera: con el maestro sin abrir o con empleados observados
      * el periodo queda abierto y la corrida termina con 16 para que
      * se corrija y se vuelva a liquidar.
      ******************************************************************
       500-FIN-PROGRAMA.
           IF LIQ-DEFINITIVA
             IF (MAESTRO-FALLIDO) OR (WS-CONT-OBSERVADOS > ZERO)
               DISPLAY '*** LIQUIDAR-SUELDOS: LIQUIDACION DEFINITIVA '
                        'CON OBSERVADOS O SIN MAESTRO: EL PERIODO '
                        WS-PERIODO ' NO SE CIERRA ***'
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE 'C' TO WS-ESTADO-PERIODO
               PERFORM 170-ANOTAR-PERIODO THRU 170-FIN
               DISPLAY 'PERIODO ' WS-PERIODO ' CERRADO'
             END-IF
           END-IF.

           DISPLAY '           RESUMEN DE LA LIQUIDACION ' WS-PERIODO
                    ' ' TIT-MODO.
           DISPLAY 'EMPLEADOS EN EL MAESTRO:   ' WS-CONT-LEIDOS.
           DISPLAY 'EMPLEADOS LIQUIDADOS:      ' WS-CONT-LIQUIDADOS.
           DISPLAY 'SALARIO CERO:              ' WS-CONT-SIN-SALARIO.
           DISPLAY 'INACTIVOS:                 ' WS-CONT-INACTIVOS.
           DISPLAY 'OBSERVADOS:                ' WS-CONT-OBSERVADOS.
           DISPLAY 'DEPARTAMENTOS:             ' WS-CONT-DEPTOS.
           DISPLAY 'TOTAL BRUTO:               ' WS-GRAL-BRUTO.
           DISPLAY 'TOTAL NETO:                ' WS-GRAL-NETO.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

      * GOBACK en lugar de STOP RUN: LIQUIDAR-SUELDOS puede correr
      * suelto o ser invocado desde un programa de control.
           GOBACK.
       500-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       510-AUDITAR-CORRIDA.
           MOVE 'LIQUIDAR'          TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-LIQUIDADOS   TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-OBSERVADOS   TO AUD-CANT-RECHAZADOS
           MOVE 'EMPLEADO-ARCH.DAT/CONCEPTOS-LIQ.DAT'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       510-FIN. EXIT.
