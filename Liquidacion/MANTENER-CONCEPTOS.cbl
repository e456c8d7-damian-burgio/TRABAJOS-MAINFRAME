      ******************************************************************
      * Author: Burgio
      * Purpose: Mantenimiento de la tabla de conceptos de la
      *          liquidacion mensual (CONCEPTOS-LIQ.DAT) que usa
      *          LIQUIDAR-SUELDOS: jubilacion (JUBI), obra social
      *          (OSOC), sindicato (SIND) y retencion de ganancias
      *          (GANA). Cada entrada es concepto + departamento con
      *          su tasa (porcentaje sobre el bruto), el tope de la
      *          base imponible (cero = sin tope) y la marca de si el
      *          concepto aplica; la entrada con departamento en
      *          blanco es la general del concepto y una entrada con
      *          departamento la reemplaza para ese departamento (por
      *          ejemplo, SIND en 'N' para el personal fuera de
      *          convenio). Programa chico de consola para RRHH, con
      *          el mismo esquema que MANTENER-DEPARTAMENTOS: se opera
      *          sobre la tabla en memoria, se reescribe completa en
      *          CONCEPTOS-LIQ.NUEVO y recien al salir se promueve con
      *          CBL_RENAME_FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CONCEPTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CONCEPTOS ASSIGN TO DYNAMIC
           RUT-CONCEPTOS
           FILE STATUS IS FS-CONCEPTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARCH-CONCEPTOS-NUEVO ASSIGN TO DYNAMIC
           RUT-CONCEPTOS-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCH-DEPARTAMENTOS ASSIGN TO DYNAMIC
           RUT-DEPARTAMENTOS
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARCH-CONCEPTOS.
       01 REG-CONCEPTO.
            88 CONCEPTOS-EOF VALUE HIGH-VALUES.
            02 CON-CODIGO       PIC X(04).
            02 CON-DEPARTAMENTO PIC X(04).
            02 CON-DESCRIPCION  PIC X(20).
            02 CON-TASA         PIC 9(02)V99.
            02 CON-TOPE         PIC 9(09)V99.
            02 CON-APLICA       PIC X(01).

       FD ARCH-CONCEPTOS-NUEVO.
       01 REG-CONCEPTO-NUEVO.
            02 CNV-CODIGO       PIC X(04).
            02 CNV-DEPARTAMENTO PIC X(04).
            02 CNV-DESCRIPCION  PIC X(20).
            02 CNV-TASA         PIC 9(02)V99.
            02 CNV-TOPE         PIC 9(09)V99.
            02 CNV-APLICA       PIC X(01).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            88 DEPARTAMENTOS-EOF VALUE HIGH-VALUES.
            02 DEP-CODIGO      PIC X(04).
            02 DEP-DESCRIPCION PIC X(30).
            02 DEP-ACTIVO      PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-CONCEPTOS       PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS).
       01  WS-RUTAS-DATASETS.
           05  RUT-CONCEPTOS         PIC X(60).
           05  RUT-CONCEPTOS-NUEVO   PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).

      ******************************************************************
      * Tabla de conceptos completa en memoria: se carga al inicio,
      * se opera sobre la tabla y al salir se reescribe entera.
      ******************************************************************
       01  WS-TABLA-CON-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CONCEPTOS.
           05  WS-TABLA-CON-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-CON-CANT
                   INDEXED BY WS-CON-IDX.
               10 TC-CODIGO       PIC X(04).
               10 TC-DEPARTAMENTO PIC X(04).
               10 TC-DESCRIPCION  PIC X(20).
               10 TC-TASA         PIC 9(02)V99.
               10 TC-TOPE         PIC 9(09)V99.
               10 TC-APLICA       PIC X(01).

      * Catalogo de departamentos, solo para controlar que una
      * entrada particular no se cargue para un codigo inexistente.
       01  WS-TABLA-DEP-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-DEPARTAMENTOS.
           05  WS-TABLA-DEP-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-DEP-CANT
                   INDEXED BY WS-DEP-IDX.
               10 TD-CODIGO       PIC X(04).

       01  WS-CONTADORES.
           05 WS-CONT-ALTAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-CAMBIOS     PIC 9(05) VALUE ZERO.
           05 WS-CONT-BAJAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-REACTIVADOS PIC 9(05) VALUE ZERO.
           05 WS-CONT-INVALIDAS   PIC 9(05) VALUE ZERO.

       01  WS-OPCION              PIC X(01) VALUE SPACE.
           88 OPCION-ALTA             VALUE 'A' 'a'.
           88 OPCION-CAMBIO           VALUE 'C' 'c'.
           88 OPCION-BAJA             VALUE 'B' 'b'.
           88 OPCION-REACTIVAR        VALUE 'R' 'r'.
           88 OPCION-LISTAR           VALUE 'L' 'l'.
           88 FIN-MANTENIMIENTO       VALUE 'X' 'x'.

      * Clave ingresada: los cuatro conceptos que liquida
      * LIQUIDAR-SUELDOS y el departamento (en blanco = general).
       01  WS-CODIGO-INGRESADO    PIC X(04) VALUE SPACES.
           88 CODIGO-CONCEPTO-OK      VALUE 'JUBI' 'OSOC'
                                            'SIND' 'GANA'.
       01  WS-DEPTO-INGRESADO     PIC X(04) VALUE SPACES.
       01  WS-CLAVE-VALIDA-FLAG   PIC X(01) VALUE 'N'.
           88 CLAVE-VALIDA            VALUE 'S'.

       01  WS-DESCRIPCION-INGRES  PIC X(20) VALUE SPACES.

      * Tasa y tope se piden completos con ceros a la izquierda, como
      * las perillas numericas de PARAMETROS.DAT.
       01  WS-TASA-INGRESADA      PIC X(04) VALUE SPACES.
       01  WS-TASA-NUM REDEFINES WS-TASA-INGRESADA
                                  PIC 9(02)V99.
       01  WS-TOPE-INGRESADO      PIC X(11) VALUE SPACES.
       01  WS-TOPE-NUM REDEFINES WS-TOPE-INGRESADO
                                  PIC 9(09)V99.
       01  WS-APLICA-INGRESADO    PIC X(01) VALUE SPACE.
       01  WS-VALORES-FLAG        PIC X(01) VALUE 'N'.
           88 VALORES-VALIDOS         VALUE 'S'.

       01  WS-HALLADO             PIC 9(04) VALUE ZERO.
       01  WS-DEP-HALLADO         PIC 9(04) VALUE ZERO.
       01  WS-I                   PIC 9(04) VALUE ZERO.

       01  WS-TASA-EDITADA        PIC Z9.99 VALUE ZERO.
       01  WS-TOPE-EDITADO        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       COPY AUDITLOG.

       COPY PARAMRUN.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           IF NOT FIN-MANTENIMIENTO
             PERFORM 200-MENU THRU 200-FIN UNTIL FIN-MANTENIMIENTO
           END-IF.
           PERFORM 300-FIN-PROGRAMA THRU 300-FIN.

      * Con parametros malos o ausentes el programa termina aca, sin
      * abrir ningun archivo: seguir hasta 300 reescribiria (y
      * promoveria) la tabla sobre rutas en blanco.
       100-INICIO.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** MANTENER-CONCEPTOS: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-CONCEPTOS-LIQ     TO RUT-CONCEPTOS.
           MOVE PAR-RUTA-CONCEPTOS-LIQ-NVO TO RUT-CONCEPTOS-NUEVO.
           MOVE PAR-RUTA-DEPARTAMENTOS     TO RUT-DEPARTAMENTOS.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
           ELSE
             MOVE PAR-FECHA-EFECTIVA TO WS-DATE
           END-IF.
           PERFORM 120-CARGAR-CONCEPTOS THRU 120-FIN.
           PERFORM 130-CARGAR-CATALOGO THRU 130-FIN.
       100-FIN. EXIT.

       120-CARGAR-CONCEPTOS.
           OPEN INPUT ARCH-CONCEPTOS.
           IF (FS-CONCEPTOS EQUAL '00') OR (FS-CONCEPTOS EQUAL '05')
             PERFORM 125-LEER-CONCEPTO THRU 125-FIN
                UNTIL CONCEPTOS-EOF
           END-IF.
           CLOSE ARCH-CONCEPTOS.
           DISPLAY 'TABLA DE CONCEPTOS CARGADA: ' WS-TABLA-CON-CANT
                    ' ENTRADAS'.
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
                 MOVE CON-DESCRIPCION
                    TO TC-DESCRIPCION(WS-TABLA-CON-CANT)
                 MOVE CON-TASA    TO TC-TASA(WS-TABLA-CON-CANT)
                 MOVE CON-TOPE    TO TC-TOPE(WS-TABLA-CON-CANT)
                 MOVE CON-APLICA  TO TC-APLICA(WS-TABLA-CON-CANT)
               END-IF
           END-READ.
       125-FIN. EXIT.

       130-CARGAR-CATALOGO.
           OPEN INPUT ARCH-DEPARTAMENTOS.
           IF (FS-DEPARTAMENTOS EQUAL '00')
               OR (FS-DEPARTAMENTOS EQUAL '05')
             PERFORM 135-LEER-CATALOGO THRU 135-FIN
                UNTIL DEPARTAMENTOS-EOF
           END-IF.
           CLOSE ARCH-DEPARTAMENTOS.
       130-FIN. EXIT.

       135-LEER-CATALOGO.
           READ ARCH-DEPARTAMENTOS
             AT END SET DEPARTAMENTOS-EOF TO TRUE
             NOT AT END
               IF WS-TABLA-DEP-CANT < 500
                 ADD 1 TO WS-TABLA-DEP-CANT
                 MOVE DEP-CODIGO TO TD-CODIGO(WS-TABLA-DEP-CANT)
               END-IF
           END-READ.
       135-FIN. EXIT.

      ******************************************************************
      * Menu del mantenimiento: se opera sobre la tabla en memoria y
      * todo se graba junto al salir con 'X'.
      ******************************************************************
       200-MENU.
           DISPLAY 'CONCEPTOS: (A)LTA (C)AMBIO (B)AJA '
                    '(R)EACTIVAR (L)ISTAR (X) SALIR: '.
           ACCEPT WS-OPCION.
           EVALUATE TRUE
             WHEN OPCION-ALTA
               PERFORM 210-ALTA-CONCEPTO THRU 210-FIN
             WHEN OPCION-CAMBIO
               PERFORM 220-CAMBIO-CONCEPTO THRU 220-FIN
             WHEN OPCION-BAJA
               PERFORM 230-BAJA-CONCEPTO THRU 230-FIN
             WHEN OPCION-REACTIVAR
               PERFORM 240-REACTIVAR-CONCEPTO THRU 240-FIN
             WHEN OPCION-LISTAR
               PERFORM 250-LISTAR-TABLA THRU 250-FIN
             WHEN FIN-MANTENIMIENTO
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-CONT-INVALIDAS
               DISPLAY 'OPCION INVALIDA: ' WS-OPCION
           END-EVALUATE.
       200-FIN. EXIT.

       210-ALTA-CONCEPTO.
           PERFORM 260-PEDIR-CLAVE THRU 260-FIN.
           IF NOT CLAVE-VALIDA
             GO TO 210-FIN
           END-IF.
           PERFORM 270-BUSCAR-CLAVE THRU 270-FIN.
           IF WS-HALLADO > ZERO
             DISPLAY 'LA ENTRADA YA EXISTE: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 210-FIN
           END-IF.
           IF WS-TABLA-CON-CANT >= 500
             DISPLAY 'TABLA DE CONCEPTOS LLENA (500 ENTRADAS)'
             GO TO 210-FIN
           END-IF.
           DISPLAY 'DESCRIPCION (20 POSICIONES): '.
           ACCEPT WS-DESCRIPCION-INGRES.
           IF WS-DESCRIPCION-INGRES EQUAL SPACES
             DISPLAY 'LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO'
             GO TO 210-FIN
           END-IF.
           PERFORM 280-PEDIR-VALORES THRU 280-FIN.
           IF NOT VALORES-VALIDOS
             GO TO 210-FIN
           END-IF.
           DISPLAY 'APLICA (S/N): '.
           ACCEPT WS-APLICA-INGRESADO.
           IF WS-APLICA-INGRESADO NOT = 'S' AND 'N'
             DISPLAY 'MARCA DE APLICACION INVALIDA: '
                      WS-APLICA-INGRESADO
             GO TO 210-FIN
           END-IF.
           ADD 1 TO WS-TABLA-CON-CANT.
           MOVE WS-CODIGO-INGRESADO TO TC-CODIGO(WS-TABLA-CON-CANT).
           MOVE WS-DEPTO-INGRESADO
              TO TC-DEPARTAMENTO(WS-TABLA-CON-CANT).
           MOVE WS-DESCRIPCION-INGRES
              TO TC-DESCRIPCION(WS-TABLA-CON-CANT).
           MOVE WS-TASA-NUM TO TC-TASA(WS-TABLA-CON-CANT).
           MOVE WS-TOPE-NUM TO TC-TOPE(WS-TABLA-CON-CANT).
           MOVE WS-APLICA-INGRESADO TO TC-APLICA(WS-TABLA-CON-CANT).
           ADD 1 TO WS-CONT-ALTAS.
           DISPLAY 'ENTRADA AGREGADA: ' WS-CODIGO-INGRESADO ' '
                    WS-DEPTO-INGRESADO.
       210-FIN. EXIT.

      ******************************************************************
      * Cambio de tasa y tope (y descripcion, si se ingresa una): el
      * cambio rige desde la proxima liquidacion; los periodos ya
      * cerrados no se tocan.
      ******************************************************************
       220-CAMBIO-CONCEPTO.
           PERFORM 260-PEDIR-CLAVE THRU 260-FIN.
           IF NOT CLAVE-VALIDA
             GO TO 220-FIN
           END-IF.
           PERFORM 270-BUSCAR-CLAVE THRU 270-FIN.
           IF WS-HALLADO EQUAL ZERO
             DISPLAY 'NO EXISTE LA ENTRADA: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 220-FIN
           END-IF.
           MOVE TC-TASA(WS-HALLADO) TO WS-TASA-EDITADA.
           MOVE TC-TOPE(WS-HALLADO) TO WS-TOPE-EDITADO.
           DISPLAY 'ACTUAL: ' TC-DESCRIPCION(WS-HALLADO)
                    '  TASA ' WS-TASA-EDITADA
                    '%  TOPE ' WS-TOPE-EDITADO.
           DISPLAY 'DESCRIPCION NUEVA (BLANCO = SIN CAMBIO): '.
           ACCEPT WS-DESCRIPCION-INGRES.
           PERFORM 280-PEDIR-VALORES THRU 280-FIN.
           IF NOT VALORES-VALIDOS
             GO TO 220-FIN
           END-IF.
           IF WS-DESCRIPCION-INGRES NOT = SPACES
             MOVE WS-DESCRIPCION-INGRES TO TC-DESCRIPCION(WS-HALLADO)
           END-IF.
           MOVE WS-TASA-NUM TO TC-TASA(WS-HALLADO).
           MOVE WS-TOPE-NUM TO TC-TOPE(WS-HALLADO).
           ADD 1 TO WS-CONT-CAMBIOS.
           DISPLAY 'ENTRADA ACTUALIZADA: ' WS-CODIGO-INGRESADO ' '
                    WS-DEPTO-INGRESADO.
       220-FIN. EXIT.

      ******************************************************************
      * Baja logica: la entrada queda en 'N' y el concepto deja de
      * aplicarse (para un departamento, aunque la general aplique);
      * nunca se borra, para que la reactivacion recupere la tasa.
      ******************************************************************
       230-BAJA-CONCEPTO.
           PERFORM 260-PEDIR-CLAVE THRU 260-FIN.
           IF NOT CLAVE-VALIDA
             GO TO 230-FIN
           END-IF.
           PERFORM 270-BUSCAR-CLAVE THRU 270-FIN.
           IF WS-HALLADO EQUAL ZERO
             DISPLAY 'NO EXISTE LA ENTRADA: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 230-FIN
           END-IF.
           IF TC-APLICA(WS-HALLADO) NOT = 'S'
             DISPLAY 'LA ENTRADA YA NO APLICA: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 230-FIN
           END-IF.
           MOVE 'N' TO TC-APLICA(WS-HALLADO).
           ADD 1 TO WS-CONT-BAJAS.
           DISPLAY 'ENTRADA DADA DE BAJA: ' WS-CODIGO-INGRESADO ' '
                    WS-DEPTO-INGRESADO.
       230-FIN. EXIT.

       240-REACTIVAR-CONCEPTO.
           PERFORM 260-PEDIR-CLAVE THRU 260-FIN.
           IF NOT CLAVE-VALIDA
             GO TO 240-FIN
           END-IF.
           PERFORM 270-BUSCAR-CLAVE THRU 270-FIN.
           IF WS-HALLADO EQUAL ZERO
             DISPLAY 'NO EXISTE LA ENTRADA: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 240-FIN
           END-IF.
           IF TC-APLICA(WS-HALLADO) EQUAL 'S'
             DISPLAY 'LA ENTRADA YA APLICA: ' WS-CODIGO-INGRESADO
                      ' ' WS-DEPTO-INGRESADO
             GO TO 240-FIN
           END-IF.
           MOVE 'S' TO TC-APLICA(WS-HALLADO).
           ADD 1 TO WS-CONT-REACTIVADOS.
           DISPLAY 'ENTRADA REACTIVADA: ' WS-CODIGO-INGRESADO ' '
                    WS-DEPTO-INGRESADO.
       240-FIN. EXIT.

       250-LISTAR-TABLA.
           IF WS-TABLA-CON-CANT EQUAL ZERO
             DISPLAY 'LA TABLA DE CONCEPTOS ESTA VACIA'
             GO TO 250-FIN
           END-IF.
           PERFORM 255-LISTAR-ENTRADA THRU 255-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TABLA-CON-CANT.
       250-FIN. EXIT.

       255-LISTAR-ENTRADA.
           MOVE TC-TASA(WS-I) TO WS-TASA-EDITADA.
           MOVE TC-TOPE(WS-I) TO WS-TOPE-EDITADO.
           DISPLAY TC-CODIGO(WS-I) '  ' TC-DEPARTAMENTO(WS-I)
                    '  ' TC-DESCRIPCION(WS-I)
                    '  ' WS-TASA-EDITADA '%'
                    '  ' WS-TOPE-EDITADO
                    '  ' TC-APLICA(WS-I).
       255-FIN. EXIT.

      ******************************************************************
      * Pide concepto y departamento: el concepto tiene que ser uno
      * de los cuatro que liquida LIQUIDAR-SUELDOS y el departamento,
      * si viene, tiene que existir en el catalogo.
      ******************************************************************
       260-PEDIR-CLAVE.
           MOVE 'N' TO WS-CLAVE-VALIDA-FLAG.
           DISPLAY 'CONCEPTO (JUBI, OSOC, SIND, GANA): '.
           ACCEPT WS-CODIGO-INGRESADO.
           IF NOT CODIGO-CONCEPTO-OK
             DISPLAY 'CONCEPTO INVALIDO: ' WS-CODIGO-INGRESADO
             GO TO 260-FIN
           END-IF.
           DISPLAY 'DEPARTAMENTO (BLANCO = GENERAL): '.
           ACCEPT WS-DEPTO-INGRESADO.
           IF WS-DEPTO-INGRESADO NOT = SPACES
             PERFORM 265-BUSCAR-DEPARTAMENTO THRU 265-FIN
             IF WS-DEP-HALLADO EQUAL ZERO
               DISPLAY 'EL DEPARTAMENTO NO ESTA EN EL CATALOGO: '
                        WS-DEPTO-INGRESADO
               GO TO 260-FIN
             END-IF
           END-IF.
           SET CLAVE-VALIDA TO TRUE.
       260-FIN. EXIT.

       265-BUSCAR-DEPARTAMENTO.
           MOVE ZERO TO WS-DEP-HALLADO.
           IF WS-TABLA-DEP-CANT > ZERO
             PERFORM 267-COMPARAR-DEPARTAMENTO THRU 267-FIN
                VARYING WS-I FROM 1 BY 1
                UNTIL (WS-I > WS-TABLA-DEP-CANT)
                   OR (WS-DEP-HALLADO > ZERO)
           END-IF.
       265-FIN. EXIT.

       267-COMPARAR-DEPARTAMENTO.
           IF TD-CODIGO(WS-I) EQUAL WS-DEPTO-INGRESADO
             MOVE WS-I TO WS-DEP-HALLADO
           END-IF.
       267-FIN. EXIT.

       270-BUSCAR-CLAVE.
           MOVE ZERO TO WS-HALLADO.
           IF WS-TABLA-CON-CANT > ZERO
             PERFORM 275-COMPARAR-CLAVE THRU 275-FIN
                VARYING WS-I FROM 1 BY 1
                UNTIL (WS-I > WS-TABLA-CON-CANT)
                   OR (WS-HALLADO > ZERO)
           END-IF.
       270-FIN. EXIT.

       275-COMPARAR-CLAVE.
           IF (TC-CODIGO(WS-I) EQUAL WS-CODIGO-INGRESADO)
               AND (TC-DEPARTAMENTO(WS-I) EQUAL WS-DEPTO-INGRESADO)
             MOVE WS-I TO WS-HALLADO
           END-IF.
       275-FIN. EXIT.

      ******************************************************************
      * Tasa en porcentaje con dos decimales (4 digitos: 1100 es el
      * 11,00%) y tope de la base imponible en centavos (11 digitos,
      * todo ceros = sin tope), completos con ceros a la izquierda.
      ******************************************************************
       280-PEDIR-VALORES.
           MOVE 'N' TO WS-VALORES-FLAG.
           DISPLAY 'TASA EN % CON 2 DECIMALES (4 DIGITOS, '
                    '1100 = 11,00%): '.
           ACCEPT WS-TASA-INGRESADA.
           IF WS-TASA-INGRESADA NOT NUMERIC
             DISPLAY 'TASA INVALIDA: ' WS-TASA-INGRESADA
             GO TO 280-FIN
           END-IF.
           DISPLAY 'TOPE DE LA BASE EN CENTAVOS (11 DIGITOS, '
                    'CEROS = SIN TOPE): '.
           ACCEPT WS-TOPE-INGRESADO.
           IF WS-TOPE-INGRESADO NOT NUMERIC
             DISPLAY 'TOPE INVALIDO: ' WS-TOPE-INGRESADO
             GO TO 280-FIN
           END-IF.
           SET VALORES-VALIDOS TO TRUE.
       280-FIN. EXIT.

      ******************************************************************
      * Graba la tabla completa en CONCEPTOS-LIQ.NUEVO y la promueve
      * sobre CONCEPTOS-LIQ.DAT recien con todo cerrado.
      ******************************************************************
       300-FIN-PROGRAMA.
           OPEN OUTPUT ARCH-CONCEPTOS-NUEVO.
           PERFORM 310-GRABAR-ENTRADA THRU 310-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TABLA-CON-CANT.
           CLOSE ARCH-CONCEPTOS-NUEVO.

           CALL 'CBL_DELETE_FILE' USING RUT-CONCEPTOS.
           CALL 'CBL_RENAME_FILE' USING RUT-CONCEPTOS-NUEVO
                                         RUT-CONCEPTOS.

           DISPLAY '           RESUMEN DEL MANTENIMIENTO DE CONCEPTOS'.
           DISPLAY 'ALTAS:        ' WS-CONT-ALTAS.
           DISPLAY 'CAMBIOS:      ' WS-CONT-CAMBIOS.
           DISPLAY 'BAJAS:        ' WS-CONT-BAJAS.
           DISPLAY 'REACTIVADOS:  ' WS-CONT-REACTIVADOS.
           DISPLAY 'ENTRADAS EN LA TABLA: ' WS-TABLA-CON-CANT.

           PERFORM 320-AUDITAR-CORRIDA THRU 320-FIN.
           GOBACK.
       300-FIN. EXIT.

       310-GRABAR-ENTRADA.
           MOVE TC-CODIGO(WS-I)       TO CNV-CODIGO.
           MOVE TC-DEPARTAMENTO(WS-I) TO CNV-DEPARTAMENTO.
           MOVE TC-DESCRIPCION(WS-I)  TO CNV-DESCRIPCION.
           MOVE TC-TASA(WS-I)         TO CNV-TASA.
           MOVE TC-TOPE(WS-I)         TO CNV-TOPE.
           MOVE TC-APLICA(WS-I)       TO CNV-APLICA.
           WRITE REG-CONCEPTO-NUEVO.
       310-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       320-AUDITAR-CORRIDA.
           MOVE 'MANTCONCEP'        TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           ADD WS-CONT-ALTAS WS-CONT-CAMBIOS WS-CONT-BAJAS
               WS-CONT-REACTIVADOS GIVING AUD-CANT-PROCESADOS
           MOVE WS-CONT-INVALIDAS    TO AUD-CANT-RECHAZADOS
           MOVE 'CONCEPTOS-LIQ.DAT'  TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       320-FIN. EXIT.
