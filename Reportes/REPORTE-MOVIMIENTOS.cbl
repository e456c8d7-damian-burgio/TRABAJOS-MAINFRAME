      ******************************************************************
      * Author: Burgio
      * Purpose: Movimiento mensual de dotacion por departamento para
      *          gerencia: dotacion inicial, altas, bajas, traslados
      *          recibidos y cedidos, dotacion final, masa salarial al
      *          inicio y al final del periodo y porcentaje de
      *          rotacion. Se arma desde EMP-HISTORIA.DAT comparando
      *          la imagen anterior y la nueva de cada movimiento (un
      *          cambio de departamento es un traslado, no una baja y
      *          un alta) y desde el maestro nuevo (EMP-ARCH-NUEVO.DAT,
      *          imagen completa con inactivos): la foto de cada
      *          empleado al inicio y al cierre del periodo es la
      *          imagen anterior de su primer movimiento posterior a
      *          esa fecha o, si no se movio, la del maestro. Asi la
      *          dotacion final sale del maestro y el reporte prueba
      *          que inicial mas movimientos da esa dotacion, por
      *          departamento y en total, aunque se corra dias despues
      *          del cierre del mes. Termina con RETURN-CODE 16 si la
      *          conciliacion no cuadra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MOVIMIENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NEWEMPFILE ASSIGN TO DYNAMIC RUT-MAESTRO-NUEVO
           FILE STATUS IS FS-MAESTRO-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTFILE ASSIGN TO DYNAMIC RUT-HISTFILE
           FILE STATUS IS FS-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCH-DEPARTAMENTOS ASSIGN TO DYNAMIC
           RUT-DEPARTAMENTOS
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORKFILE ASSIGN TO DYNAMIC RUT-WORKFILE.

       SELECT MOVIMIENTOS-RPT ASSIGN TO DYNAMIC RUT-MOVIMIENTOS-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NEWEMPFILE.
       01 EMPDETAILS.
            88 EMP-EOF VALUE HIGH-VALUES.
            02 EMP-ID          PIC 9(7).
            02 FILLER          PIC X(68).

       FD HISTFILE.
       01 HISTREC.
            88 HISTORIA-EOF VALUE HIGH-VALUES.
            02 HIST-CODIGO     PIC X(01).
            02 HIST-ID         PIC 9(07).
            02 HIST-FECHA      PIC X(06).
            02 HIST-IMAGEN-ANTERIOR PIC X(75).
            02 HIST-IMAGEN-NUEVA    PIC X(75).
            02 HIST-OPERADOR        PIC X(08).
            02 HIST-APROBADOR       PIC X(08).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            88 DEPARTAMENTOS-EOF VALUE HIGH-VALUES.
            02 DEP-CODIGO      PIC X(04).
            02 DEP-DESCRIPCION PIC X(30).
            02 DEP-ACTIVO      PIC X(01).

      * Maestro e historial juntos, ordenados por EMP-ID: dentro de
      * un empleado primero su registro del maestro (tipo '0') y
      * despues sus movimientos (tipo '1') en orden de llegada.
       SD WORKFILE.
       01 WORKREC.
            02 WK-ID           PIC 9(07).
            02 WK-TIPO         PIC X(01).
               88 WK-ES-MAESTRO   VALUE '0'.
            02 WK-SECUENCIA    PIC 9(09).
            02 WK-CODIGO       PIC X(01).
            02 WK-FECHA        PIC X(06).
            02 WK-IMAGEN-ANTERIOR PIC X(75).
            02 WK-IMAGEN-NUEVA    PIC X(75).

       FD MOVIMIENTOS-RPT.
       01 LINEA-MOVIMIENTOS   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-MAESTRO-NUEVO   PIC X(02).
           05  FS-HISTORIA        PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-MAESTRO-NUEVO     PIC X(60).
           05  RUT-HISTFILE          PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).
           05  RUT-WORKFILE          PIC X(60).
           05  RUT-MOVIMIENTOS-RPT   PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-MAESTRO     PIC 9(07) VALUE ZERO.
           05 WS-CONT-ACTIVOS-HOY PIC 9(07) VALUE ZERO.
           05 WS-CONT-HIST-LEIDOS PIC 9(07) VALUE ZERO.
           05 WS-CONT-EN-PERIODO  PIC 9(07) VALUE ZERO.
           05 WS-CONT-POSTERIORES PIC 9(07) VALUE ZERO.
           05 WS-CONT-REINGRESOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-DESCUADRES  PIC 9(07) VALUE ZERO.
           05 WS-CONT-DESCONOCIDO PIC 9(07) VALUE ZERO.
           05 WS-CONT-DESBORDE    PIC 9(07) VALUE ZERO.

       01  WS-SECUENCIA           PIC 9(09) VALUE ZERO.

       01  WS-FIN-TRABAJO-FLAG    PIC X(01) VALUE 'N'.
           88 FIN-TRABAJO             VALUE 'S'.

       01  WS-DEPURADO-FLAG       PIC X(01) VALUE 'N'.
           88 PERIODO-DEPURADO        VALUE 'S'.

      * Periodo informado (AAMM) y sus topes en el formato AAMMDD de
      * HIST-FECHA: el dia 31 como tope sirve para cualquier mes.
       01  WS-PERIODO.
           05 WS-PER-AA           PIC 99 VALUE ZERO.
           05 WS-PER-MM           PIC 99 VALUE ZERO.
       01  WS-FECHA-DESDE.
           05 WS-DESDE-AAMM       PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE '01'.
       01  WS-FECHA-HASTA.
           05 WS-HASTA-AAMM       PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE '31'.

      ******************************************************************
      * Empleado en curso durante la relectura del archivo ordenado:
      * su registro del maestro y las fotos al inicio y al cierre del
      * periodo (SPACES = no existia en el maestro).
      ******************************************************************
       01  WS-EMPLEADO-EN-CURSO.
           05 WS-ID-ANT           PIC 9(07) VALUE ZERO.
           05 WS-HAY-ANT-FLAG     PIC X(01) VALUE 'N'.
              88 HAY-EMPLEADO-EN-CURSO  VALUE 'S'.
           05 WS-IMG-ACTUAL       PIC X(75) VALUE SPACES.
           05 WS-IMG-INICIAL      PIC X(75) VALUE SPACES.
           05 WS-INICIAL-FLAG     PIC X(01) VALUE 'N'.
              88 INICIAL-FIJADA         VALUE 'S'.
           05 WS-IMG-FINAL        PIC X(75) VALUE SPACES.
           05 WS-FINAL-FLAG       PIC X(01) VALUE 'N'.
              88 FINAL-FIJADA           VALUE 'S'.

      * Vistas de una imagen del maestro con el layout de EMPDETAILS
      * para decidir si la persona estaba activa, en que departamento
      * y con que salario.
       01  WS-IMAGEN-ANTES.
           05 ANT-ID              PIC 9(07).
           05 ANT-NOMBRE          PIC X(20).
           05 ANT-SALARIO         PIC 9(09)V99.
           05 ANT-APELLIDO        PIC X(10).
           05 ANT-FECHA-INGRESO   PIC X(08).
           05 ANT-GENERO          PIC X(01).
           05 ANT-DEPARTAMENTO    PIC X(04).
           05 ANT-ESTADO          PIC X(01).
              88 ANT-INACTIVO        VALUE 'I'.
           05 FILLER              PIC X(13).

       01  WS-IMAGEN-DESPUES.
           05 NVA-ID              PIC 9(07).
           05 NVA-NOMBRE          PIC X(20).
           05 NVA-SALARIO         PIC 9(09)V99.
           05 NVA-APELLIDO        PIC X(10).
           05 NVA-FECHA-INGRESO   PIC X(08).
           05 NVA-GENERO          PIC X(01).
           05 NVA-DEPARTAMENTO    PIC X(04).
           05 NVA-ESTADO          PIC X(01).
              88 NVA-INACTIVO        VALUE 'I'.
           05 FILLER              PIC X(13).

       01  WS-ACTIVO-ANTES-FLAG   PIC X(01) VALUE 'N'.
           88 ACTIVO-ANTES            VALUE 'S'.
       01  WS-ACTIVO-DESPUES-FLAG PIC X(01) VALUE 'N'.
           88 ACTIVO-DESPUES          VALUE 'S'.

      * Efecto neto de los movimientos posteriores al cierre sobre la
      * dotacion: lo que separa la dotacion final del periodo de los
      * activos que el maestro tiene hoy.
       01  WS-NETO-POSTERIORES    PIC S9(07) VALUE ZERO.

      ******************************************************************
      * Catalogo de departamentos cargado al inicio, activos e
      * inactivos: la descripcion rotula aunque el codigo ya no
      * acepte movimientos nuevos.
      ******************************************************************
       01  WS-TABLA-CAT-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CATALOGO.
           05  WS-TABLA-CAT-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-CAT-CANT
                   INDEXED BY WS-CAT-IDX.
               10 CAT-CODIGO      PIC X(04).
               10 CAT-DESCRIPCION PIC X(30).
               10 CAT-ACTIVO      PIC X(01).

      ******************************************************************
      * Acumuladores por codigo de departamento; la entrada 1 se
      * reserva para los registros sin departamento.
      ******************************************************************
       01  WS-TABLA-ACU-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-ACUMULADA.
           05  WS-TABLA-ACU-ENTRADA OCCURS 1 TO 501 TIMES
                   DEPENDING ON WS-TABLA-ACU-CANT
                   INDEXED BY WS-ACU-IDX.
               10 ACU-CODIGO      PIC X(04).
               10 ACU-INICIAL     PIC 9(07).
               10 ACU-ALTAS       PIC 9(07).
               10 ACU-BAJAS       PIC 9(07).
               10 ACU-TRAS-ENTRA  PIC 9(07).
               10 ACU-TRAS-SALE   PIC 9(07).
               10 ACU-FINAL       PIC 9(07).
               10 ACU-MASA-INICIAL PIC 9(13)V99.
               10 ACU-MASA-FINAL  PIC 9(13)V99.

       01  WS-TOTALES.
           05 TOT-INICIAL         PIC 9(07) VALUE ZERO.
           05 TOT-ALTAS           PIC 9(07) VALUE ZERO.
           05 TOT-BAJAS           PIC 9(07) VALUE ZERO.
           05 TOT-TRAS-ENTRA      PIC 9(07) VALUE ZERO.
           05 TOT-TRAS-SALE       PIC 9(07) VALUE ZERO.
           05 TOT-FINAL           PIC 9(07) VALUE ZERO.
           05 TOT-MASA-INICIAL    PIC 9(13)V99 VALUE ZERO.
           05 TOT-MASA-FINAL      PIC 9(13)V99 VALUE ZERO.

       01  WS-SUBINDICES.
           05 WS-A                PIC 9(04) VALUE ZERO.
           05 WS-A-HALLADO        PIC 9(04) VALUE ZERO.
           05 WS-C-HALLADO        PIC 9(04) VALUE ZERO.

       01  WS-DEPTO-BUSCADO       PIC X(04) VALUE SPACES.
       01  WS-DOTACION-CALCULADA  PIC S9(07) VALUE ZERO.
       01  WS-ROTACION            PIC 9(04)V99 VALUE ZERO.

       01  WS-CONCILIA-FLAG       PIC X(01) VALUE 'S'.
           88 CONCILIACION-OK         VALUE 'S'.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-MOVIMIENTOS.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(48) VALUE
               '  MOVIMIENTO DE DOTACION POR DEPARTAMENTO - MES '.
           05 TIT-PER-MM        PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-PER-AA        PIC 99    VALUE ZERO.
           05 FILLER            PIC X(71) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(132) VALUE ALL '*'.

       01  WS-CABECERA-MOVIMIENTOS.
           05 FILLER            PIC X(06) VALUE 'DEPTO'.
           05 FILLER            PIC X(21) VALUE 'DESCRIPCION'.
           05 FILLER            PIC X(08) VALUE 'INICIAL'.
           05 FILLER            PIC X(06) VALUE ' ALTAS'.
           05 FILLER            PIC X(06) VALUE ' BAJAS'.
           05 FILLER            PIC X(06) VALUE ' T.ENT'.
           05 FILLER            PIC X(06) VALUE ' T.SAL'.
           05 FILLER            PIC X(08) VALUE '   FINAL'.
           05 FILLER            PIC X(04) VALUE ' CTL'.
           05 FILLER            PIC X(08) VALUE '   ROT %'.
           05 FILLER            PIC X(20) VALUE
               '      MASA INICIAL'.
           05 FILLER            PIC X(20) VALUE
               '        MASA FINAL'.
           05 FILLER            PIC X(13) VALUE SPACES.

       01  WS-LINEA-MOVIMIENTO.
           05 LM-CODIGO         PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-DESCRIPCION    PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-INICIAL        PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-ALTAS          PIC ZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-BAJAS          PIC ZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-TRAS-ENTRA     PIC ZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-TRAS-SALE      PIC ZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-FINAL          PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-CONTROL        PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-ROTACION       PIC ZZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LM-MASA-INICIAL   PIC $Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-MASA-FINAL     PIC $Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  WS-LINEA-CONCILIACION.
           05 CON-CONCEPTO      PIC X(46) VALUE SPACES.
           05 CON-SIGNO         PIC X(02) VALUE SPACES.
           05 CON-VALOR         PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(77) VALUE SPACES.

       01  WS-LINEA-VEREDICTO.
           05 FILLER            PIC X(14) VALUE 'CONCILIACION:'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VER-VEREDICTO     PIC X(60) VALUE SPACES.
           05 FILLER            PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
      * La foto de cada empleado y la clasificacion de sus
      * movimientos corren dentro del procedimiento de salida del
      * SORT, empleado por empleado.
           SORT WORKFILE ON ASCENDING KEY WK-ID
                          ON ASCENDING KEY WK-TIPO
                          ON ASCENDING KEY WK-SECUENCIA
             INPUT PROCEDURE IS 200-CARGAR-TRABAJO THRU 200-FIN
             OUTPUT PROCEDURE IS 400-RECORRER-EMPLEADOS THRU 400-FIN.
           PERFORM 500-IMPRIMIR-REPORTE THRU 500-FIN.
           PERFORM 600-FIN-PROGRAMA THRU 600-FIN.

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
           PERFORM 110-FIJAR-PERIODO THRU 110-FIN.
      * La entrada 1 de los acumuladores junta a los empleados sin
      * departamento (registros anteriores al alta del campo).
           MOVE 1 TO WS-TABLA-ACU-CANT.
           MOVE SPACES TO ACU-CODIGO(1).
           MOVE ZERO   TO ACU-INICIAL(1) ACU-ALTAS(1) ACU-BAJAS(1)
                          ACU-TRAS-ENTRA(1) ACU-TRAS-SALE(1)
                          ACU-FINAL(1) ACU-MASA-INICIAL(1)
                          ACU-MASA-FINAL(1).
           PERFORM 120-CARGAR-CATALOGO THRU 120-FIN.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas, fecha efectiva y periodo del archivo de control de
      * la corrida: con parametros malos o ausentes el programa
      * termina aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** REPORTE-MOVIMIENTOS: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMP-ARCH-NUEVO TO RUT-MAESTRO-NUEVO.
           MOVE PAR-RUTA-EMP-HISTORIA   TO RUT-HISTFILE.
           MOVE PAR-RUTA-DEPARTAMENTOS  TO RUT-DEPARTAMENTOS.
           MOVE PAR-RUTA-MOVIMIENTOS-TMP TO RUT-WORKFILE.
           MOVE PAR-RUTA-MOVIMIENTOS-RPT TO RUT-MOVIMIENTOS-RPT.
       105-FIN. EXIT.

      ******************************************************************
      * Periodo a informar: el de PARAMETROS.DAT o, en blanco, el mes
      * anterior al de la fecha efectiva (el reporte se pide al
      * cerrar el mes).
      ******************************************************************
       110-FIJAR-PERIODO.
           IF PAR-MOV-PERIODO NOT = SPACES
             MOVE PAR-MOV-PERIODO TO WS-PERIODO
           ELSE
             MOVE WS-YEAR  TO WS-PER-AA
             MOVE WS-MONTH TO WS-PER-MM
             IF WS-PER-MM EQUAL 1
               MOVE 12 TO WS-PER-MM
               IF WS-PER-AA EQUAL ZERO
                 MOVE 99 TO WS-PER-AA
               ELSE
                 SUBTRACT 1 FROM WS-PER-AA
               END-IF
             ELSE
               SUBTRACT 1 FROM WS-PER-MM
             END-IF
           END-IF.
           MOVE WS-PERIODO TO WS-DESDE-AAMM.
           MOVE WS-PERIODO TO WS-HASTA-AAMM.
           MOVE WS-PER-MM  TO TIT-PER-MM.
           MOVE WS-PER-AA  TO TIT-PER-AA.
       110-FIN. EXIT.

       120-CARGAR-CATALOGO.
           OPEN INPUT ARCH-DEPARTAMENTOS.
           IF (FS-DEPARTAMENTOS EQUAL '00')
               OR (FS-DEPARTAMENTOS EQUAL '05')
             PERFORM 125-LEER-CATALOGO THRU 125-FIN
                UNTIL DEPARTAMENTOS-EOF
           END-IF.
           CLOSE ARCH-DEPARTAMENTOS.
       120-FIN. EXIT.

       125-LEER-CATALOGO.
           READ ARCH-DEPARTAMENTOS
             AT END SET DEPARTAMENTOS-EOF TO TRUE
             NOT AT END
               IF WS-TABLA-CAT-CANT < 500
                 ADD 1 TO WS-TABLA-CAT-CANT
                 MOVE DEP-CODIGO      TO CAT-CODIGO(WS-TABLA-CAT-CANT)
                 MOVE DEP-DESCRIPCION
                    TO CAT-DESCRIPCION(WS-TABLA-CAT-CANT)
                 MOVE DEP-ACTIVO      TO CAT-ACTIVO(WS-TABLA-CAT-CANT)
               END-IF
           END-READ.
       125-FIN. EXIT.

      ******************************************************************
      * Procedimiento de entrada del SORT: el maestro completo y los
      * movimientos del historial desde el primer dia del periodo
      * (lo anterior no cambia ninguna de las dos fotos). Sin maestro
      * no hay contra que conciliar y la corrida no certifica.
      ******************************************************************
       200-CARGAR-TRABAJO.
           OPEN INPUT NEWEMPFILE.
           IF FS-MAESTRO-NUEVO NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO NUEVO. FILE STATUS #'
                      FS-MAESTRO-NUEVO
             MOVE 'N' TO WS-CONCILIA-FLAG
             SET EMP-EOF TO TRUE
           ELSE
             PERFORM 210-LEER-MAESTRO THRU 210-FIN
             PERFORM 220-LIBERAR-MAESTRO THRU 220-FIN
                UNTIL EMP-EOF
           END-IF.
           CLOSE NEWEMPFILE.

           OPEN INPUT HISTFILE.
           IF (FS-HISTORIA EQUAL '00') OR (FS-HISTORIA EQUAL '05')
             PERFORM 230-LIBERAR-HISTORIA THRU 230-FIN
                UNTIL HISTORIA-EOF
           END-IF.
           CLOSE HISTFILE.
       200-FIN. EXIT.

       210-LEER-MAESTRO.
           READ NEWEMPFILE
             AT END SET EMP-EOF TO TRUE
           END-READ.
       210-FIN. EXIT.

       220-LIBERAR-MAESTRO.
           ADD 1 TO WS-CONT-MAESTRO.
           MOVE EMPDETAILS TO WS-IMAGEN-DESPUES.
           IF NOT NVA-INACTIVO
             ADD 1 TO WS-CONT-ACTIVOS-HOY
           END-IF.
           MOVE EMP-ID     TO WK-ID.
           MOVE '0'        TO WK-TIPO.
           MOVE ZERO       TO WK-SECUENCIA.
           MOVE SPACE      TO WK-CODIGO.
           MOVE SPACES     TO WK-FECHA.
           MOVE SPACES     TO WK-IMAGEN-ANTERIOR.
           MOVE EMPDETAILS TO WK-IMAGEN-NUEVA.
           RELEASE WORKREC.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
       220-FIN. EXIT.

      ******************************************************************
      * Los movimientos posteriores al cierre tambien entran: su
      * imagen anterior es la foto al cierre del que se movio despues,
      * y su efecto neto explica la diferencia con el maestro de hoy.
      ******************************************************************
       230-LIBERAR-HISTORIA.
           READ HISTFILE
             AT END SET HISTORIA-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-CONT-HIST-LEIDOS
               IF HIST-CODIGO EQUAL 'I'
                 PERFORM 235-CONTROLAR-BASE THRU 235-FIN
               ELSE
                 IF HIST-FECHA NOT < WS-FECHA-DESDE
                   ADD 1 TO WS-SECUENCIA
                   MOVE HIST-ID              TO WK-ID
                   MOVE '1'                  TO WK-TIPO
                   MOVE WS-SECUENCIA         TO WK-SECUENCIA
                   MOVE HIST-CODIGO          TO WK-CODIGO
                   MOVE HIST-FECHA           TO WK-FECHA
                   MOVE HIST-IMAGEN-ANTERIOR TO WK-IMAGEN-ANTERIOR
                   MOVE HIST-IMAGEN-NUEVA    TO WK-IMAGEN-NUEVA
                   RELEASE WORKREC
                 END-IF
               END-IF
           END-READ.
       230-FIN. EXIT.

      * Las imagenes base que deja DEPURAR-ACUMULATIVOS no son
      * movimientos. Fechadas despues del primer dia del periodo
      * quieren decir que lo que paso antes del corte ya se archivo:
      * la foto inicial no se puede armar y la corrida no certifica.
       235-CONTROLAR-BASE.
           IF (HIST-FECHA > WS-FECHA-DESDE)
               AND (NOT PERIODO-DEPURADO)
             SET PERIODO-DEPURADO TO TRUE
             MOVE 'N' TO WS-CONCILIA-FLAG
             DISPLAY '*** REPORTE-MOVIMIENTOS: EL HISTORIAL FUE '
                     'DEPURADO AL ' HIST-FECHA
                     ', EL PERIODO NO SE PUEDE CONCILIAR'
           END-IF.
       235-FIN. EXIT.

      ******************************************************************
      * Procedimiento de salida del SORT: recorre maestro e historial
      * agrupados por EMP-ID; al quebrar el empleado (o al agotarse el
      * archivo) se cierran sus fotos de inicio y de cierre.
      ******************************************************************
       400-RECORRER-EMPLEADOS.
           MOVE 'N' TO WS-HAY-ANT-FLAG.
           MOVE 'N' TO WS-FIN-TRABAJO-FLAG.
           PERFORM 410-RETORNAR-REGISTRO THRU 410-FIN
              UNTIL FIN-TRABAJO.
           IF HAY-EMPLEADO-EN-CURSO
             PERFORM 450-CERRAR-EMPLEADO THRU 450-FIN
           END-IF.
       400-FIN. EXIT.

       410-RETORNAR-REGISTRO.
           RETURN WORKFILE
             AT END SET FIN-TRABAJO TO TRUE
             NOT AT END PERFORM 420-TOMAR-REGISTRO THRU 420-FIN
           END-RETURN.
       410-FIN. EXIT.

       420-TOMAR-REGISTRO.
           IF (HAY-EMPLEADO-EN-CURSO) AND (WK-ID NOT = WS-ID-ANT)
             PERFORM 450-CERRAR-EMPLEADO THRU 450-FIN
           END-IF.
           IF NOT HAY-EMPLEADO-EN-CURSO
             MOVE WK-ID  TO WS-ID-ANT
             MOVE SPACES TO WS-IMG-ACTUAL
                            WS-IMG-INICIAL
                            WS-IMG-FINAL
             MOVE 'N'    TO WS-INICIAL-FLAG
                            WS-FINAL-FLAG
             SET HAY-EMPLEADO-EN-CURSO TO TRUE
           END-IF.
           IF WK-ES-MAESTRO
             MOVE WK-IMAGEN-NUEVA TO WS-IMG-ACTUAL
             GO TO 420-FIN
           END-IF.
      * El primer movimiento desde el inicio del periodo conserva en
      * su imagen anterior la foto del empleado al abrir el mes.
           IF NOT INICIAL-FIJADA
             MOVE WK-IMAGEN-ANTERIOR TO WS-IMG-INICIAL
             SET INICIAL-FIJADA TO TRUE
           END-IF.
           PERFORM 430-ABRIR-IMAGENES THRU 430-FIN.
           IF WK-FECHA > WS-FECHA-HASTA
             ADD 1 TO WS-CONT-POSTERIORES
             IF NOT FINAL-FIJADA
               MOVE WK-IMAGEN-ANTERIOR TO WS-IMG-FINAL
               SET FINAL-FIJADA TO TRUE
             END-IF
             IF (ACTIVO-DESPUES) AND (NOT ACTIVO-ANTES)
               ADD 1 TO WS-NETO-POSTERIORES
             END-IF
             IF (ACTIVO-ANTES) AND (NOT ACTIVO-DESPUES)
               SUBTRACT 1 FROM WS-NETO-POSTERIORES
             END-IF
           ELSE
             ADD 1 TO WS-CONT-EN-PERIODO
             PERFORM 440-CLASIFICAR-MOVIMIENTO THRU 440-FIN
           END-IF.
       420-FIN. EXIT.

      ******************************************************************
      * Abre la imagen anterior y la nueva del movimiento con el
      * layout del maestro: una imagen en SPACES (antes de un alta,
      * despues de una baja fisica) o con estado inactivo no cuenta
      * como dotacion.
      ******************************************************************
       430-ABRIR-IMAGENES.
           MOVE WK-IMAGEN-ANTERIOR TO WS-IMAGEN-ANTES.
           MOVE WK-IMAGEN-NUEVA    TO WS-IMAGEN-DESPUES.
           MOVE 'N' TO WS-ACTIVO-ANTES-FLAG.
           MOVE 'N' TO WS-ACTIVO-DESPUES-FLAG.
           IF (WK-IMAGEN-ANTERIOR NOT = SPACES) AND (NOT ANT-INACTIVO)
             SET ACTIVO-ANTES TO TRUE
           END-IF.
           IF (WK-IMAGEN-NUEVA NOT = SPACES) AND (NOT NVA-INACTIVO)
             SET ACTIVO-DESPUES TO TRUE
           END-IF.
       430-FIN. EXIT.

      ******************************************************************
      * Clasifica un movimiento del periodo por sus dos imagenes, no
      * por el codigo de la transaccion: pasar a activo es un alta (un
      * reingreso se cuenta ademas aparte), dejar de estar activo es
      * una baja, y seguir activo en otro departamento es un traslado
      * que sale de uno y entra en el otro. Un cambio de salario o de
      * nombre no mueve la dotacion.
      ******************************************************************
       440-CLASIFICAR-MOVIMIENTO.
           IF (ACTIVO-DESPUES) AND (NOT ACTIVO-ANTES)
             MOVE NVA-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-ALTAS(WS-A-HALLADO)
             IF WK-IMAGEN-ANTERIOR NOT = SPACES
               ADD 1 TO WS-CONT-REINGRESOS
             END-IF
             GO TO 440-FIN
           END-IF.
           IF (ACTIVO-ANTES) AND (NOT ACTIVO-DESPUES)
             MOVE ANT-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-BAJAS(WS-A-HALLADO)
             GO TO 440-FIN
           END-IF.
           IF (ACTIVO-ANTES) AND (ACTIVO-DESPUES)
               AND (ANT-DEPARTAMENTO NOT = NVA-DEPARTAMENTO)
             MOVE ANT-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-TRAS-SALE(WS-A-HALLADO)
             MOVE NVA-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-TRAS-ENTRA(WS-A-HALLADO)
           END-IF.
       440-FIN. EXIT.

      ******************************************************************
      * Cierre de un empleado: quien no se movio desde el inicio (o
      * desde el cierre) tiene como foto su registro del maestro. Las
      * fotos activas suman dotacion y masa salarial en el
      * departamento en que estaban en ese momento.
      ******************************************************************
       450-CERRAR-EMPLEADO.
           IF NOT INICIAL-FIJADA
             MOVE WS-IMG-ACTUAL TO WS-IMG-INICIAL
           END-IF.
           IF NOT FINAL-FIJADA
             MOVE WS-IMG-ACTUAL TO WS-IMG-FINAL
           END-IF.
           MOVE WS-IMG-INICIAL TO WS-IMAGEN-ANTES.
           IF (WS-IMG-INICIAL NOT = SPACES) AND (NOT ANT-INACTIVO)
             MOVE ANT-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-INICIAL(WS-A-HALLADO)
             ADD ANT-SALARIO TO ACU-MASA-INICIAL(WS-A-HALLADO)
           END-IF.
           MOVE WS-IMG-FINAL TO WS-IMAGEN-DESPUES.
           IF (WS-IMG-FINAL NOT = SPACES) AND (NOT NVA-INACTIVO)
             MOVE NVA-DEPARTAMENTO TO WS-DEPTO-BUSCADO
             PERFORM 460-UBICAR-ACUMULADOR THRU 460-FIN
             ADD 1 TO ACU-FINAL(WS-A-HALLADO)
             ADD NVA-SALARIO TO ACU-MASA-FINAL(WS-A-HALLADO)
           END-IF.
           MOVE 'N' TO WS-HAY-ANT-FLAG.
       450-FIN. EXIT.

      ******************************************************************
      * Ubica (o agrega) el acumulador de WS-DEPTO-BUSCADO y deja el
      * subindice en WS-A-HALLADO; en blanco va a la entrada 1. Con la
      * tabla llena (mas de 500 codigos distintos, algo que solo pasa
      * con basura en el campo) el movimiento se junta con los sin
      * departamento para que los totales no pierdan a nadie, pero se
      * cuenta aparte: la linea sin departamento ya no es confiable y
      * la conciliacion sale NO CUADRA.
      ******************************************************************
       460-UBICAR-ACUMULADOR.
           MOVE ZERO TO WS-A-HALLADO.
           IF WS-DEPTO-BUSCADO EQUAL SPACES
             MOVE 1 TO WS-A-HALLADO
             GO TO 460-FIN
           END-IF.
           PERFORM 465-COMPARAR-ACUMULADOR THRU 465-FIN
              VARYING WS-A FROM 2 BY 1
              UNTIL (WS-A > WS-TABLA-ACU-CANT)
                 OR (WS-A-HALLADO > ZERO).
           IF WS-A-HALLADO EQUAL ZERO
             IF WS-TABLA-ACU-CANT < 501
               ADD 1 TO WS-TABLA-ACU-CANT
               MOVE WS-DEPTO-BUSCADO TO ACU-CODIGO(WS-TABLA-ACU-CANT)
               MOVE ZERO TO ACU-INICIAL(WS-TABLA-ACU-CANT)
                            ACU-ALTAS(WS-TABLA-ACU-CANT)
                            ACU-BAJAS(WS-TABLA-ACU-CANT)
                            ACU-TRAS-ENTRA(WS-TABLA-ACU-CANT)
                            ACU-TRAS-SALE(WS-TABLA-ACU-CANT)
                            ACU-FINAL(WS-TABLA-ACU-CANT)
                            ACU-MASA-INICIAL(WS-TABLA-ACU-CANT)
                            ACU-MASA-FINAL(WS-TABLA-ACU-CANT)
               MOVE WS-TABLA-ACU-CANT TO WS-A-HALLADO
             ELSE
               ADD 1 TO WS-CONT-DESBORDE
               MOVE 1 TO WS-A-HALLADO
             END-IF
           END-IF.
       460-FIN. EXIT.

       465-COMPARAR-ACUMULADOR.
           IF ACU-CODIGO(WS-A) EQUAL WS-DEPTO-BUSCADO
             MOVE WS-A TO WS-A-HALLADO
           END-IF.
       465-FIN. EXIT.

       500-IMPRIMIR-REPORTE.
           OPEN OUTPUT MOVIMIENTOS-RPT.
           WRITE LINEA-MOVIMIENTOS FROM WS-SEPARADOR.
           WRITE LINEA-MOVIMIENTOS FROM WS-TITULO-MOVIMIENTOS
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-MOVIMIENTOS FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-MOVIMIENTOS FROM WS-CABECERA-MOVIMIENTOS
              AFTER ADVANCING 2 LINES.

           PERFORM 510-IMPRIMIR-DEPTO THRU 510-FIN
              VARYING WS-A FROM 1 BY 1
              UNTIL WS-A > WS-TABLA-ACU-CANT.

           PERFORM 530-IMPRIMIR-TOTAL THRU 530-FIN.
           PERFORM 540-IMPRIMIR-CONCILIACION THRU 540-FIN.
           CLOSE MOVIMIENTOS-RPT.
       500-FIN. EXIT.

      ******************************************************************
      * Linea de un departamento, con su propio control: inicial mas
      * altas y traslados recibidos, menos bajas y traslados cedidos,
      * tiene que dar la final que salio del maestro. La rotacion es
      * bajas sobre la dotacion promedio (inicial y final) del mes.
      ******************************************************************
       510-IMPRIMIR-DEPTO.
           IF (WS-A EQUAL 1) AND (ACU-INICIAL(1) EQUAL ZERO)
               AND (ACU-FINAL(1) EQUAL ZERO)
               AND (ACU-ALTAS(1) EQUAL ZERO)
               AND (ACU-BAJAS(1) EQUAL ZERO)
               AND (ACU-TRAS-ENTRA(1) EQUAL ZERO)
               AND (ACU-TRAS-SALE(1) EQUAL ZERO)
             GO TO 510-FIN
           END-IF.
           IF WS-A EQUAL 1
             MOVE SPACES TO LM-CODIGO
             MOVE 'SIN DEPARTAMENTO' TO LM-DESCRIPCION
           ELSE
             MOVE ACU-CODIGO(WS-A) TO LM-CODIGO
             PERFORM 520-BUSCAR-DESCRIPCION THRU 520-FIN
           END-IF.
           ADD ACU-INICIAL(WS-A)      TO TOT-INICIAL.
           ADD ACU-ALTAS(WS-A)        TO TOT-ALTAS.
           ADD ACU-BAJAS(WS-A)        TO TOT-BAJAS.
           ADD ACU-TRAS-ENTRA(WS-A)   TO TOT-TRAS-ENTRA.
           ADD ACU-TRAS-SALE(WS-A)    TO TOT-TRAS-SALE.
           ADD ACU-FINAL(WS-A)        TO TOT-FINAL.
           ADD ACU-MASA-INICIAL(WS-A) TO TOT-MASA-INICIAL.
           ADD ACU-MASA-FINAL(WS-A)   TO TOT-MASA-FINAL.

           MOVE ACU-INICIAL(WS-A)      TO LM-INICIAL.
           MOVE ACU-ALTAS(WS-A)        TO LM-ALTAS.
           MOVE ACU-BAJAS(WS-A)        TO LM-BAJAS.
           MOVE ACU-TRAS-ENTRA(WS-A)   TO LM-TRAS-ENTRA.
           MOVE ACU-TRAS-SALE(WS-A)    TO LM-TRAS-SALE.
           MOVE ACU-FINAL(WS-A)        TO LM-FINAL.
           MOVE ACU-MASA-INICIAL(WS-A) TO LM-MASA-INICIAL.
           MOVE ACU-MASA-FINAL(WS-A)   TO LM-MASA-FINAL.
           COMPUTE WS-DOTACION-CALCULADA =
              ACU-INICIAL(WS-A) + ACU-ALTAS(WS-A)
              + ACU-TRAS-ENTRA(WS-A) - ACU-BAJAS(WS-A)
              - ACU-TRAS-SALE(WS-A).
           IF WS-DOTACION-CALCULADA EQUAL ACU-FINAL(WS-A)
             MOVE 'OK' TO LM-CONTROL
           ELSE
             MOVE 'NO' TO LM-CONTROL
             ADD 1 TO WS-CONT-DESCUADRES
           END-IF.
           IF (ACU-INICIAL(WS-A) + ACU-FINAL(WS-A)) > ZERO
             COMPUTE WS-ROTACION ROUNDED =
                ACU-BAJAS(WS-A) * 200
                / (ACU-INICIAL(WS-A) + ACU-FINAL(WS-A))
                ON SIZE ERROR MOVE 9999.99 TO WS-ROTACION
             END-COMPUTE
           ELSE
             MOVE ZERO TO WS-ROTACION
           END-IF.
           MOVE WS-ROTACION TO LM-ROTACION.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-MOVIMIENTO
              AFTER ADVANCING 1 LINE.
       510-FIN. EXIT.

       520-BUSCAR-DESCRIPCION.
           MOVE ZERO TO WS-C-HALLADO.
           IF WS-TABLA-CAT-CANT > ZERO
             PERFORM 525-COMPARAR-CATALOGO THRU 525-FIN
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL (WS-CAT-IDX > WS-TABLA-CAT-CANT)
                   OR (WS-C-HALLADO > ZERO)
           END-IF.
           IF WS-C-HALLADO EQUAL ZERO
             ADD 1 TO WS-CONT-DESCONOCIDO
             MOVE '(FUERA DE CATALOGO)' TO LM-DESCRIPCION
           END-IF.
       520-FIN. EXIT.

       525-COMPARAR-CATALOGO.
           IF CAT-CODIGO(WS-CAT-IDX) EQUAL ACU-CODIGO(WS-A)
             MOVE CAT-DESCRIPCION(WS-CAT-IDX) TO LM-DESCRIPCION
             MOVE 1 TO WS-C-HALLADO
           END-IF.
       525-FIN. EXIT.

       530-IMPRIMIR-TOTAL.
           MOVE SPACES            TO LM-CODIGO.
           MOVE 'TOTAL GENERAL'   TO LM-DESCRIPCION.
           MOVE TOT-INICIAL       TO LM-INICIAL.
           MOVE TOT-ALTAS         TO LM-ALTAS.
           MOVE TOT-BAJAS         TO LM-BAJAS.
           MOVE TOT-TRAS-ENTRA    TO LM-TRAS-ENTRA.
           MOVE TOT-TRAS-SALE     TO LM-TRAS-SALE.
           MOVE TOT-FINAL         TO LM-FINAL.
           MOVE TOT-MASA-INICIAL  TO LM-MASA-INICIAL.
           MOVE TOT-MASA-FINAL    TO LM-MASA-FINAL.
           COMPUTE WS-DOTACION-CALCULADA =
              TOT-INICIAL + TOT-ALTAS + TOT-TRAS-ENTRA
              - TOT-BAJAS - TOT-TRAS-SALE.
           IF WS-DOTACION-CALCULADA EQUAL TOT-FINAL
             MOVE 'OK' TO LM-CONTROL
           ELSE
             MOVE 'NO' TO LM-CONTROL
           END-IF.
           IF (TOT-INICIAL + TOT-FINAL) > ZERO
             COMPUTE WS-ROTACION ROUNDED =
                TOT-BAJAS * 200 / (TOT-INICIAL + TOT-FINAL)
                ON SIZE ERROR MOVE 9999.99 TO WS-ROTACION
             END-COMPUTE
           ELSE
             MOVE ZERO TO WS-ROTACION
           END-IF.
           MOVE WS-ROTACION TO LM-ROTACION.
           WRITE LINEA-MOVIMIENTOS FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-MOVIMIENTO
              AFTER ADVANCING 1 LINE.
       530-FIN. EXIT.

      ******************************************************************
      * Prueba de la dotacion: inicial mas movimientos del mes tiene
      * que dar la final, y la final mas el efecto de lo movido
      * despues del cierre tiene que dar los activos del maestro hoy.
      * Cualquier departamento descuadrado tambien voltea el veredicto,
      * igual que un movimiento que no entro en la tabla de deptos.
      ******************************************************************
       540-IMPRIMIR-CONCILIACION.
           MOVE 'DOTACION AL INICIO DEL PERIODO' TO CON-CONCEPTO.
           MOVE SPACES TO CON-SIGNO.
           MOVE TOT-INICIAL TO CON-VALOR.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-CONCILIACION
              AFTER ADVANCING 2 LINES.
           MOVE 'ALTAS DEL PERIODO' TO CON-CONCEPTO.
           MOVE '+' TO CON-SIGNO.
           MOVE TOT-ALTAS TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE '  (DE ELLAS, REINGRESOS)' TO CON-CONCEPTO.
           MOVE SPACES TO CON-SIGNO.
           MOVE WS-CONT-REINGRESOS TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE 'BAJAS DEL PERIODO' TO CON-CONCEPTO.
           MOVE '-' TO CON-SIGNO.
           MOVE TOT-BAJAS TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE 'TRASLADOS RECIBIDOS' TO CON-CONCEPTO.
           MOVE '+' TO CON-SIGNO.
           MOVE TOT-TRAS-ENTRA TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE 'TRASLADOS CEDIDOS' TO CON-CONCEPTO.
           MOVE '-' TO CON-SIGNO.
           MOVE TOT-TRAS-SALE TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           COMPUTE WS-DOTACION-CALCULADA =
              TOT-INICIAL + TOT-ALTAS + TOT-TRAS-ENTRA
              - TOT-BAJAS - TOT-TRAS-SALE.
           MOVE 'DOTACION CALCULADA AL CIERRE' TO CON-CONCEPTO.
           MOVE '=' TO CON-SIGNO.
           MOVE WS-DOTACION-CALCULADA TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE 'DOTACION AL CIERRE SEGUN EL MAESTRO' TO CON-CONCEPTO.
           MOVE SPACES TO CON-SIGNO.
           MOVE TOT-FINAL TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           IF WS-DOTACION-CALCULADA NOT = TOT-FINAL
             MOVE 'N' TO WS-CONCILIA-FLAG
           END-IF.

           MOVE 'MOVIMIENTOS POSTERIORES AL CIERRE REVERTIDOS'
              TO CON-CONCEPTO.
           MOVE SPACES TO CON-SIGNO.
           MOVE WS-CONT-POSTERIORES TO CON-VALOR.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-CONCILIACION
              AFTER ADVANCING 2 LINES.
           IF WS-NETO-POSTERIORES < ZERO
             MOVE 'EFECTO NETO POSTERIOR SOBRE LA DOTACION'
                TO CON-CONCEPTO
             MOVE '-' TO CON-SIGNO
           ELSE
             MOVE 'EFECTO NETO POSTERIOR SOBRE LA DOTACION'
                TO CON-CONCEPTO
             MOVE '+' TO CON-SIGNO
           END-IF.
           MOVE WS-NETO-POSTERIORES TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           MOVE 'ACTIVOS EN EL MAESTRO HOY' TO CON-CONCEPTO.
           MOVE '=' TO CON-SIGNO.
           MOVE WS-CONT-ACTIVOS-HOY TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           COMPUTE WS-DOTACION-CALCULADA =
              TOT-FINAL + WS-NETO-POSTERIORES.
           IF WS-DOTACION-CALCULADA NOT = WS-CONT-ACTIVOS-HOY
             MOVE 'N' TO WS-CONCILIA-FLAG
           END-IF.
           IF WS-CONT-DESCUADRES > ZERO
             MOVE 'N' TO WS-CONCILIA-FLAG
           END-IF.

           MOVE 'DEPARTAMENTOS FUERA DE CATALOGO' TO CON-CONCEPTO.
           MOVE SPACES TO CON-SIGNO.
           MOVE WS-CONT-DESCONOCIDO TO CON-VALOR.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-CONCILIACION
              AFTER ADVANCING 2 LINES.
           MOVE 'MOVIMIENTOS SIN LUGAR EN LA TABLA DE DEPTOS'
              TO CON-CONCEPTO.
           MOVE WS-CONT-DESBORDE TO CON-VALOR.
           PERFORM 545-ESCRIBIR-CONCILIACION THRU 545-FIN.
           IF WS-CONT-DESBORDE > ZERO
             MOVE 'N' TO WS-CONCILIA-FLAG
           END-IF.

           IF CONCILIACION-OK
             MOVE 'CUADRA - INICIAL MAS MOVIMIENTOS IGUAL AL MAESTRO'
                TO VER-VEREDICTO
           ELSE
             MOVE 'NO CUADRA - REVISAR HISTORIAL CONTRA EL MAESTRO'
                TO VER-VEREDICTO
           END-IF.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-VEREDICTO
              AFTER ADVANCING 2 LINES.
       540-FIN. EXIT.

       545-ESCRIBIR-CONCILIACION.
           WRITE LINEA-MOVIMIENTOS FROM WS-LINEA-CONCILIACION
              AFTER ADVANCING 1 LINE.
       545-FIN. EXIT.

       600-FIN-PROGRAMA.
           DISPLAY '           RESUMEN DEL MOVIMIENTO DE DOTACION'.
           DISPLAY 'PERIODO (AAMM):             ' WS-PERIODO.
           DISPLAY 'REGISTROS DEL MAESTRO:      ' WS-CONT-MAESTRO.
           DISPLAY 'MOVIMIENTOS DEL HISTORIAL:  ' WS-CONT-HIST-LEIDOS.
           DISPLAY 'MOVIMIENTOS DEL PERIODO:    ' WS-CONT-EN-PERIODO.
           DISPLAY 'MOVIMIENTOS POSTERIORES:    ' WS-CONT-POSTERIORES.
           DISPLAY 'DOTACION INICIAL:           ' TOT-INICIAL.
           DISPLAY 'DOTACION FINAL:             ' TOT-FINAL.
           DISPLAY 'DEPARTAMENTOS DESCUADRADOS: ' WS-CONT-DESCUADRES.
           DISPLAY 'DEPTOS FUERA DE CATALOGO:   ' WS-CONT-DESCONOCIDO.
           DISPLAY 'MOVIMIENTOS SIN LUGAR:      ' WS-CONT-DESBORDE.

           PERFORM 610-AUDITAR-CORRIDA THRU 610-FIN.

           IF NOT CONCILIACION-OK
             DISPLAY '*** REPORTE-MOVIMIENTOS: LA DOTACION NO CONCILIA'
                      ' CON EL MAESTRO ***'
             MOVE 16 TO RETURN-CODE
           END-IF.

      * GOBACK en lugar de STOP RUN: el reporte corre suelto al
      * cierre de cada mes, sobre el maestro nuevo de la ultima
      * corrida.
           GOBACK.
       600-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       610-AUDITAR-CORRIDA.
           MOVE 'REPMOVIM'          TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-EN-PERIODO   TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-DESCUADRES   TO AUD-CANT-RECHAZADOS
           MOVE 'EMP-ARCH-NUEVO.DAT/EMP-HISTORIA.DAT'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       610-FIN. EXIT.
