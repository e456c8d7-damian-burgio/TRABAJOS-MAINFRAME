      ******************************************************************
      * Author: Burgio
      * Purpose: Generador de aumentos por paritaria. Toma la
      *          definicion del aumento de PARITARIA.DAT (porcentaje o
      *          suma fija, filtro opcional por EMP-DEPARTAMENTO y/o
      *          por banda salarial, fecha efectiva y descripcion) y
      *          la aplica sobre el maestro indexado de empleados
      *          (EMPLEADO-ARCH.DAT). Siempre imprime primero la
      *          previa (PARITARIA-RPT.DAT): salario anterior, salario
      *          nuevo y diferencia por empleado, agrupados por
      *          departamento con el costo total del aumento por
      *          departamento y general, para la conformidad de RRHH.
      *          Con PARITARIA-MODO en 'P' (o en blanco) no graba
      *          nada mas. Con 'G', y solo si la definicion ya trae la
      *          marca de conformidad de RRHH, agrega a EMPTRANS.DAT
      *          una transaccion de cambio 'C' por empleado con el
      *          salario nuevo, TRANS-FECHA-EFECTIVA de la definicion
      *          y TRANS-APROBACION en 'S' (el aumento acordado no
      *          debe quedar retenido por la tolerancia de
      *          INSERTAR-EMPLEADOS), firmada con el operador que cargo
      *          la definicion y el que dio la conformidad, que tienen
      *          que ser distintos. VALIDAR-TRANS estaciona las de
      *          fecha futura y las libera el dia que corresponde.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-PARITARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO DYNAMIC RUT-EMPLEADO-ARCH
           FILE STATUS IS FS-EMPLEADO-ARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES.

       SELECT ARCH-DEFINICION ASSIGN TO DYNAMIC RUT-DEFINICION
           FILE STATUS IS FS-DEFINICION
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCH-DEPARTAMENTOS ASSIGN TO DYNAMIC
           RUT-DEPARTAMENTOS
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORKFILE ASSIGN TO DYNAMIC RUT-WORKFILE.

      * Las transacciones generadas se agregan al final de lo que las
      * sucursales ya cargaron para la corrida: OPEN EXTEND, y
      * OPTIONAL por si todavia no hay archivo del dia.
       SELECT OPTIONAL TRANS-SALIDA ASSIGN TO DYNAMIC RUT-EMPTRANS
           FILE STATUS IS FS-EMPTRANS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PARITARIA-RPT ASSIGN TO DYNAMIC RUT-PARITARIA-RPT
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

      * Definicion del aumento, cargada a mano por RRHH: los campos
      * numericos van como PIC X para validarlos antes de usarlos
      * (mismo criterio que VALIDAR-TRANS con EMPTRANS.DAT).
       FD ARCH-DEFINICION.
       01 REG-DEFINICION.
            02 PTA-TIPO        PIC X(01).
               88 PTA-PORCENTUAL  VALUE 'P'.
               88 PTA-SUMA-FIJA   VALUE 'F'.
            02 FILLER          PIC X(01).
      * Porcentaje (con dos decimales) o importe fijo segun el tipo.
            02 PTA-VALOR       PIC X(11).
            02 PTA-VALOR-N REDEFINES PTA-VALOR PIC 9(09)V99.
            02 FILLER          PIC X(01).
      * En blanco el aumento alcanza a todos los departamentos.
            02 PTA-DEPARTAMENTO PIC X(04).
            02 FILLER          PIC X(01).
      * Banda salarial: en blanco o cero, sin limite de ese lado.
            02 PTA-SALARIO-DESDE PIC X(11).
            02 PTA-DESDE-N REDEFINES PTA-SALARIO-DESDE PIC 9(09)V99.
            02 FILLER          PIC X(01).
            02 PTA-SALARIO-HASTA PIC X(11).
            02 PTA-HASTA-N REDEFINES PTA-SALARIO-HASTA PIC 9(09)V99.
            02 FILLER          PIC X(01).
      * AAMMDD a partir de la cual rige el salario nuevo.
            02 PTA-FECHA-EFECTIVA PIC X(06).
            02 FILLER          PIC X(01).
      * RRHH la pone en 'S' recien despues de revisar la previa.
            02 PTA-CONFORMIDAD PIC X(01).
               88 PTA-CONFORME    VALUE 'S'.
            02 FILLER          PIC X(01).
            02 PTA-DESCRIPCION PIC X(30).
      * Operador que cargo la definicion y el que dio la conformidad:
      * van a cada transaccion generada y no pueden ser el mismo.
            02 FILLER          PIC X(01).
            02 PTA-OPERADOR    PIC X(08).
            02 FILLER          PIC X(01).
            02 PTA-APROBADOR   PIC X(08).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            88 DEPARTAMENTOS-EOF VALUE HIGH-VALUES.
            02 DEP-CODIGO      PIC X(04).
            02 DEP-DESCRIPCION PIC X(30).
            02 DEP-ACTIVO      PIC X(01).
               88 DEP-ESTA-ACTIVO VALUE 'A'.

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

      * Mismo layout que EMPTRANS en InsertarEmpleados.cbl.
       FD TRANS-SALIDA.
       01 EMPTRANS.
            02 NEWEMPID       PIC 9(7).
            02 TRANS-CODIGO   PIC X(01).
            02 TRANS-NOMBRE    PIC X(20).
            02 TRANS-SALARIO   PIC 9(09)V99.
            02 TRANS-APELLIDO  PIC X(10).
            02 TRANS-FECHA-INGRESO PIC X(08).
            02 TRANS-GENERO    PIC X(01).
            02 TRANS-APROBACION PIC X(01).
            02 TRANS-FECHA-EFECTIVA PIC X(06).
            02 TRANS-DEPARTAMENTO PIC X(04).
            02 TRANS-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(05).
            02 TRANS-OPERADOR  PIC X(08).
            02 TRANS-APROBADOR PIC X(08).

       FD PARITARIA-RPT.
       01 LINEA-PARITARIA     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-EMPLEADO-ARCH   PIC X(02).
           05  FS-DEFINICION      PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).
           05  FS-EMPTRANS        PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-EMPLEADO-ARCH     PIC X(60).
           05  RUT-DEFINICION        PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).
           05  RUT-WORKFILE          PIC X(60).
           05  RUT-EMPTRANS          PIC X(60).
           05  RUT-PARITARIA-RPT     PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-FUERA-FILTRO PIC 9(07) VALUE ZERO.
           05 WS-CONT-INACTIVOS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-ALCANZADOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-OBSERVADOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-GENERADAS   PIC 9(07) VALUE ZERO.
           05 WS-CONT-DEPTOS      PIC 9(05) VALUE ZERO.

      * Definicion ya validada, en campos numericos.
       01  WS-DEFINICION.
           05 WS-VALOR-AUMENTO    PIC 9(09)V99 VALUE ZERO.
           05 WS-SALARIO-DESDE    PIC 9(09)V99 VALUE ZERO.
           05 WS-SALARIO-HASTA    PIC 9(09)V99 VALUE ZERO.
           05 WS-MOTIVO-DEFINICION PIC X(50) VALUE SPACES.
               88 DEFINICION-VALIDA   VALUE SPACES.

      * Control de calendario de la fecha efectiva (misma regla de
      * bisiestos que VALIDAR-TRANS, siglo 20AA).
       01  WS-CONTROL-FECHA.
           05 WS-FE-AA            PIC 9(02) VALUE ZERO.
           05 WS-FE-AAAA          PIC 9(04) VALUE ZERO.
           05 WS-FE-MM            PIC 9(02) VALUE ZERO.
           05 WS-FE-DD            PIC 9(02) VALUE ZERO.
           05 WS-FE-DIAS-MES      PIC 9(02) VALUE ZERO.
           05 WS-FE-COCIENTE      PIC 9(04) VALUE ZERO.
           05 WS-FE-RESTO-4       PIC 9(01) VALUE ZERO.
           05 WS-FE-RESTO-100     PIC 9(02) VALUE ZERO.
           05 WS-FE-RESTO-400     PIC 9(03) VALUE ZERO.

       01  WS-TABLA-CAT-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-CATALOGO.
           05  WS-TABLA-CAT-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-CAT-CANT
                   INDEXED BY WS-CAT-IDX.
               10 CAT-CODIGO      PIC X(04).
               10 CAT-DESCRIPCION PIC X(30).
               10 CAT-ACTIVO      PIC X(01).

       01  WS-C-HALLADO           PIC 9(04) VALUE ZERO.

       01  WS-CALCULO-EMPLEADO.
           05 WS-SALARIO-NUEVO    PIC 9(09)V99 VALUE ZERO.
           05 WS-DIFERENCIA       PIC 9(09)V99 VALUE ZERO.
           05 WS-DESBORDE-FLAG    PIC X(01) VALUE 'N'.
               88 SALARIO-DESBORDADO  VALUE 'S'.

       01  WS-CONTROL-DEPTO.
           05 WS-HAY-DEPTO-FLAG   PIC X(01) VALUE 'N'.
               88 HAY-DEPTO-EN-CURSO  VALUE 'S'.
           05 WS-DEPTO-ANT        PIC X(04) VALUE SPACES.
           05 WS-DEPTO-CANT       PIC 9(07) VALUE ZERO.
           05 WS-DEPTO-ANTERIOR   PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPTO-NUEVO      PIC 9(11)V99 VALUE ZERO.
           05 WS-DEPTO-COSTO      PIC 9(11)V99 VALUE ZERO.

       01  WS-TOTALES-GENERALES.
           05 WS-GRAL-ANTERIOR    PIC 9(13)V99 VALUE ZERO.
           05 WS-GRAL-NUEVO       PIC 9(13)V99 VALUE ZERO.
           05 WS-GRAL-COSTO       PIC 9(13)V99 VALUE ZERO.

       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 SELECCION-EOF           VALUE 'S'.

       01  WS-MAESTRO-FLAG        PIC X(01) VALUE 'N'.
           88 MAESTRO-FALLIDO         VALUE 'S'.

      * 'A' = EMPTRANS.DAT no abrio; 'G' = fallo una grabacion.
      * En los dos casos no se graba mas y la corrida sale con 16.
       01  WS-EMPTRANS-FLAG       PIC X(01) VALUE 'N'.
           88 EMPTRANS-FALLIDO        VALUE 'A' 'G'.
           88 EMPTRANS-SIN-ABRIR      VALUE 'A'.
           88 EMPTRANS-SIN-GRABAR     VALUE 'G'.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-PARITARIA.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(24) VALUE
               '  AUMENTO POR PARITARIA '.
           05 TIT-DESCRIPCION   PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TIT-MODO          PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(38) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(132) VALUE ALL '*'.

       01  WS-LINEA-DEFINICION.
           05 LDF-ROTULO        PIC X(20) VALUE SPACES.
           05 LDF-VALOR         PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(62) VALUE SPACES.

       01  WS-EDICION-DEFINICION.
           05 ED-PORCENTAJE     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 ED-IMPORTE        PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 ED-DESDE          PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 ED-HASTA          PIC $ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-CABECERA-PARITARIA.
           05 FILLER            PIC X(09) VALUE 'LEGAJO'.
           05 FILLER            PIC X(11) VALUE 'APELLIDO'.
           05 FILLER            PIC X(22) VALUE 'NOMBRE'.
           05 FILLER            PIC X(18) VALUE '  SALARIO ANTERIOR'.
           05 FILLER            PIC X(18) VALUE '     SALARIO NUEVO'.
           05 FILLER            PIC X(18) VALUE '        DIFERENCIA'.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER            PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 LDT-CODIGO        PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDT-DESCRIPCION   PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(82) VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 LE-ID             PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LE-APELLIDO       PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LE-NOMBRE         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-ANTERIOR       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-NUEVO          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LE-DIFERENCIA     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER            PIC X(12) VALUE 'TOTAL DEPTO '.
           05 LST-CODIGO        PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-CANT          PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(10) VALUE ' EMPLEADOS'.
           05 FILLER            PIC X(07) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-ANTERIOR      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-NUEVO         PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-COSTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  WS-LINEA-OBSERVADO.
           05 LO-ID             PIC 9(07) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LO-APELLIDO       PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LO-NOMBRE         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'OBSERVADO: '.
           05 LO-MOTIVO         PIC X(40) VALUE SPACES.
           05 FILLER            PIC X(39) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 RES-CONCEPTO      PIC X(42) VALUE SPACES.
           05 RES-IMPORTE       PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(69) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-CONCEPTO      PIC X(42) VALUE SPACES.
           05 CAN-VALOR         PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(83) VALUE SPACES.

       01  WS-LINEA-CONFORMIDAD.
           05 FILLER            PIC X(42) VALUE
               'CONFORMIDAD RRHH (FIRMA Y ACLARACION):'.
           05 FILLER            PIC X(40) VALUE ALL '_'.
           05 FILLER            PIC X(50) VALUE SPACES.

       01  WS-LINEA-ERROR-EMPTRANS.
           05 FILLER            PIC X(50) VALUE
               'ERROR AL GRABAR EMPTRANS.DAT: GRABACION INCOMPLETA'.
           05 FILLER            PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
      * La previa y la grabacion de las transacciones corren dentro
      * del procedimiento de salida del SORT, ya en orden de
      * departamento y legajo.
           SORT WORKFILE ON ASCENDING KEY WK-DEPARTAMENTO
                          ON ASCENDING KEY WK-ID
             INPUT PROCEDURE IS 200-SELECCIONAR-EMPLEADOS THRU 200-FIN
             OUTPUT PROCEDURE IS 300-GENERAR-AUMENTOS THRU 300-FIN.
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
           PERFORM 110-CARGAR-CATALOGO THRU 110-FIN.
           PERFORM 120-LEER-DEFINICION THRU 120-FIN.
           IF NOT DEFINICION-VALIDA
             DISPLAY '*** GENERAR-PARITARIA: ' WS-MOTIVO-DEFINICION
             MOVE 16 TO RETURN-CODE
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
      * Sin la conformidad de RRHH sobre la previa no se graba nada:
      * la corrida en 'G' se rechaza entera, sin siquiera reimprimir.
           IF PARITARIA-GENERAR AND NOT PTA-CONFORME
             DISPLAY '*** GENERAR-PARITARIA: LA DEFINICION NO TIENE LA '
                      'CONFORMIDAD DE RRHH; CORRER LA PREVIA Y MARCAR '
                      'LA CONFORMIDAD EN S ***'
             MOVE 16 TO RETURN-CODE
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
      * Segregacion de funciones: quien carga la definicion no puede
      * ser quien la aprueba.
           IF (PARITARIA-GENERAR)
               AND ((PTA-OPERADOR EQUAL SPACES)
                    OR (PTA-APROBADOR EQUAL SPACES)
                    OR (PTA-APROBADOR EQUAL PTA-OPERADOR))
             DISPLAY '*** GENERAR-PARITARIA: LA DEFINICION NO TIENE '
                      'OPERADOR Y APROBADOR DISTINTOS ***'
             MOVE 16 TO RETURN-CODE
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
             GOBACK
           END-IF.
           MOVE PTA-DESCRIPCION TO TIT-DESCRIPCION.
           IF PARITARIA-GENERAR
             MOVE 'TRANSACCIONES GENERADAS' TO TIT-MODO
           ELSE
             MOVE 'PREVIA PARA CONFORMIDAD RRHH' TO TIT-MODO
           END-IF.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas, fecha efectiva y modo del archivo de control de
      * la corrida: con parametros malos o ausentes el programa
      * termina aca, sin abrir ningun archivo.
      ******************************************************************
       105-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** GENERAR-PARITARIA: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMPLEADO-ARCH    TO RUT-EMPLEADO-ARCH.
           MOVE PAR-RUTA-PARITARIA-DEF    TO RUT-DEFINICION.
           MOVE PAR-RUTA-DEPARTAMENTOS    TO RUT-DEPARTAMENTOS.
           MOVE PAR-RUTA-PARITARIA-TMP    TO RUT-WORKFILE.
           MOVE PAR-RUTA-EMPTRANS         TO RUT-EMPTRANS.
           MOVE PAR-RUTA-PARITARIA-RPT    TO RUT-PARITARIA-RPT.
       105-FIN. EXIT.

       110-CARGAR-CATALOGO.
           OPEN INPUT ARCH-DEPARTAMENTOS.
           IF (FS-DEPARTAMENTOS EQUAL '00')
               OR (FS-DEPARTAMENTOS EQUAL '05')
             PERFORM 115-LEER-CATALOGO THRU 115-FIN
                UNTIL DEPARTAMENTOS-EOF
           END-IF.
           CLOSE ARCH-DEPARTAMENTOS.
       110-FIN. EXIT.

       115-LEER-CATALOGO.
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
       115-FIN. EXIT.

      ******************************************************************
      * Lee y valida la definicion del aumento (un solo registro); el
      * primer control que falla deja el motivo en
      * WS-MOTIVO-DEFINICION y la corrida no sigue.
      ******************************************************************
       120-LEER-DEFINICION.
           OPEN INPUT ARCH-DEFINICION.
           IF FS-DEFINICION NOT = '00'
             MOVE 'NO SE PUDO ABRIR LA DEFINICION DE LA PARITARIA'
                TO WS-MOTIVO-DEFINICION
             GO TO 120-FIN
           END-IF.
           READ ARCH-DEFINICION
             AT END
               MOVE 'LA DEFINICION DE LA PARITARIA ESTA VACIA'
                  TO WS-MOTIVO-DEFINICION
           END-READ.
           CLOSE ARCH-DEFINICION.
           IF NOT DEFINICION-VALIDA
             GO TO 120-FIN
           END-IF.
           PERFORM 125-VALIDAR-DEFINICION THRU 125-FIN.
       120-FIN. EXIT.

       125-VALIDAR-DEFINICION.
           MOVE ZERO TO WS-SALARIO-DESDE WS-SALARIO-HASTA.
           IF (PTA-SALARIO-DESDE NOT = SPACES)
               AND (PTA-SALARIO-DESDE NUMERIC)
             MOVE PTA-DESDE-N TO WS-SALARIO-DESDE
           END-IF.
           IF (PTA-SALARIO-HASTA NOT = SPACES)
               AND (PTA-SALARIO-HASTA NUMERIC)
             MOVE PTA-HASTA-N TO WS-SALARIO-HASTA
           END-IF.
           PERFORM 130-CONTROLAR-FECHA THRU 130-FIN.
           EVALUATE TRUE
             WHEN NOT (PTA-PORCENTUAL OR PTA-SUMA-FIJA)
               MOVE 'TIPO DE AUMENTO INVALIDO (NO P/F)'
                  TO WS-MOTIVO-DEFINICION
             WHEN PTA-VALOR NOT NUMERIC
               MOVE 'VALOR DEL AUMENTO NO NUMERICO'
                  TO WS-MOTIVO-DEFINICION
             WHEN PTA-VALOR-N EQUAL ZERO
               MOVE 'VALOR DEL AUMENTO EN CERO'
                  TO WS-MOTIVO-DEFINICION
             WHEN PTA-PORCENTUAL AND PTA-VALOR-N > 100
               MOVE 'PORCENTAJE DE AUMENTO MAYOR A 100'
                  TO WS-MOTIVO-DEFINICION
             WHEN (PTA-SALARIO-DESDE NOT = SPACES)
                  AND (PTA-SALARIO-DESDE NOT NUMERIC)
               MOVE 'SALARIO DESDE DE LA BANDA NO NUMERICO'
                  TO WS-MOTIVO-DEFINICION
             WHEN (PTA-SALARIO-HASTA NOT = SPACES)
                  AND (PTA-SALARIO-HASTA NOT NUMERIC)
               MOVE 'SALARIO HASTA DE LA BANDA NO NUMERICO'
                  TO WS-MOTIVO-DEFINICION
             WHEN (WS-SALARIO-HASTA > ZERO)
                  AND (WS-SALARIO-HASTA < WS-SALARIO-DESDE)
               MOVE 'BANDA SALARIAL INVERTIDA (HASTA MENOR QUE DESDE)'
                  TO WS-MOTIVO-DEFINICION
             WHEN WS-FE-DIAS-MES EQUAL ZERO
               MOVE 'FECHA EFECTIVA INVALIDA (AAMMDD)'
                  TO WS-MOTIVO-DEFINICION
             WHEN PTA-DEPARTAMENTO NOT = SPACES
               PERFORM 135-CONTROLAR-DEPARTAMENTO THRU 135-FIN
           END-EVALUATE.
           MOVE PTA-VALOR-N TO WS-VALOR-AUMENTO.
       125-FIN. EXIT.

      ******************************************************************
      * PTA-FECHA-EFECTIVA tiene que ser una fecha real AAMMDD; si no
      * lo es, WS-FE-DIAS-MES queda en cero.
      ******************************************************************
       130-CONTROLAR-FECHA.
           MOVE ZERO TO WS-FE-DIAS-MES.
           IF PTA-FECHA-EFECTIVA NOT NUMERIC
             GO TO 130-FIN
           END-IF.
           MOVE PTA-FECHA-EFECTIVA(1:2) TO WS-FE-AA.
           ADD 2000 WS-FE-AA GIVING WS-FE-AAAA.
           MOVE PTA-FECHA-EFECTIVA(3:2) TO WS-FE-MM.
           MOVE PTA-FECHA-EFECTIVA(5:2) TO WS-FE-DD.
           EVALUATE WS-FE-MM
             WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
               MOVE 31 TO WS-FE-DIAS-MES
             WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO WS-FE-DIAS-MES
             WHEN 02
               PERFORM 132-CONTROLAR-BISIESTO THRU 132-FIN
             WHEN OTHER
               GO TO 130-FIN
           END-EVALUATE.
           IF (WS-FE-DD < 01) OR (WS-FE-DD > WS-FE-DIAS-MES)
             MOVE ZERO TO WS-FE-DIAS-MES
           END-IF.
       130-FIN. EXIT.

       132-CONTROLAR-BISIESTO.
           DIVIDE WS-FE-AAAA BY 4
              GIVING WS-FE-COCIENTE REMAINDER WS-FE-RESTO-4.
           DIVIDE WS-FE-AAAA BY 100
              GIVING WS-FE-COCIENTE REMAINDER WS-FE-RESTO-100.
           DIVIDE WS-FE-AAAA BY 400
              GIVING WS-FE-COCIENTE REMAINDER WS-FE-RESTO-400.
           IF (WS-FE-RESTO-4 EQUAL ZERO)
               AND ((WS-FE-RESTO-100 NOT = ZERO)
                    OR (WS-FE-RESTO-400 EQUAL ZERO))
             MOVE 29 TO WS-FE-DIAS-MES
           ELSE
             MOVE 28 TO WS-FE-DIAS-MES
           END-IF.
       132-FIN. EXIT.

      * El filtro por departamento tiene que nombrar una entrada
      * activa del catalogo.
       135-CONTROLAR-DEPARTAMENTO.
           MOVE ZERO TO WS-C-HALLADO.
           IF WS-TABLA-CAT-CANT > ZERO
             PERFORM 137-COMPARAR-DEPARTAMENTO THRU 137-FIN
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL (WS-CAT-IDX > WS-TABLA-CAT-CANT)
                   OR (WS-C-HALLADO > ZERO)
           END-IF.
           IF WS-C-HALLADO EQUAL ZERO
             MOVE 'DEPARTAMENTO DEL FILTRO NO ACTIVO EN CATALOGO'
                TO WS-MOTIVO-DEFINICION
           END-IF.
       135-FIN. EXIT.

       137-COMPARAR-DEPARTAMENTO.
           IF (CAT-CODIGO(WS-CAT-IDX) EQUAL PTA-DEPARTAMENTO)
               AND (CAT-ACTIVO(WS-CAT-IDX) EQUAL 'A')
             MOVE 1 TO WS-C-HALLADO
           END-IF.
       137-FIN. EXIT.

      ******************************************************************
      * Procedimiento de entrada del SORT: recorre el maestro y libera
      * solo los empleados que entran en los filtros de la definicion
      * (departamento y banda salarial); el salario cero o ilegible
      * no recibe aumento.
      ******************************************************************
       200-SELECCIONAR-EMPLEADOS.
           OPEN INPUT EMPLOYEEFILE.
           IF FS-EMPLEADO-ARCH NOT = '00'
             DISPLAY 'ERROR AL ABRIR EL MAESTRO. FILE STATUS #'
                      FS-EMPLEADO-ARCH
             SET MAESTRO-FALLIDO TO TRUE
             GO TO 200-FIN
           END-IF.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
           PERFORM 220-FILTRAR-EMPLEADO THRU 220-FIN
              UNTIL FS-EMPLEADO-ARCH NOT = '00'.
           CLOSE EMPLOYEEFILE.
       200-FIN. EXIT.

       210-LEER-MAESTRO.
           READ EMPLOYEEFILE NEXT
             AT END MOVE '10' TO FS-EMPLEADO-ARCH
           END-READ.
       210-FIN. EXIT.

       220-FILTRAR-EMPLEADO.
           ADD 1 TO WS-CONT-LEIDOS.
           EVALUATE TRUE
      * Un empleado dado de baja nunca recibe el aumento.
             WHEN EMP-INACTIVO
               ADD 1 TO WS-CONT-INACTIVOS
             WHEN EMP-SALARIO NOT NUMERIC
               ADD 1 TO WS-CONT-FUERA-FILTRO
             WHEN EMP-SALARIO EQUAL ZERO
               ADD 1 TO WS-CONT-FUERA-FILTRO
             WHEN (PTA-DEPARTAMENTO NOT = SPACES)
                  AND (EMP-DEPARTAMENTO NOT = PTA-DEPARTAMENTO)
               ADD 1 TO WS-CONT-FUERA-FILTRO
             WHEN EMP-SALARIO < WS-SALARIO-DESDE
               ADD 1 TO WS-CONT-FUERA-FILTRO
             WHEN (WS-SALARIO-HASTA > ZERO)
                  AND (EMP-SALARIO > WS-SALARIO-HASTA)
               ADD 1 TO WS-CONT-FUERA-FILTRO
             WHEN OTHER
               MOVE EMPDETAILS TO WORKREC
               RELEASE WORKREC
           END-EVALUATE.
           PERFORM 210-LEER-MAESTRO THRU 210-FIN.
       220-FIN. EXIT.

      ******************************************************************
      * Procedimiento de salida del SORT: imprime la previa con corte
      * por departamento y, en modo 'G', graba la transaccion de
      * cambio de cada empleado alcanzado.
      ******************************************************************
       300-GENERAR-AUMENTOS.
           IF MAESTRO-FALLIDO
             GO TO 300-FIN
           END-IF.
           OPEN OUTPUT PARITARIA-RPT.
           IF PARITARIA-GENERAR
             OPEN EXTEND TRANS-SALIDA
             IF (FS-EMPTRANS NOT = '00') AND (FS-EMPTRANS NOT = '05')
               DISPLAY 'ERROR AL ABRIR EMPTRANS.DAT. FILE STATUS #',
                  FS-EMPTRANS
               MOVE 16 TO RETURN-CODE
               SET EMPTRANS-SIN-ABRIR TO TRUE
             END-IF
           END-IF.
           PERFORM 305-IMPRIMIR-DEFINICION THRU 305-FIN.
           PERFORM 310-RETORNAR-EMPLEADO THRU 310-FIN
              UNTIL SELECCION-EOF.
           IF HAY-DEPTO-EN-CURSO
             PERFORM 350-CORTE-DEPARTAMENTO THRU 350-FIN
           END-IF.
           PERFORM 370-TOTAL-GENERAL THRU 370-FIN.
           IF PARITARIA-GENERAR AND NOT EMPTRANS-SIN-ABRIR
             CLOSE TRANS-SALIDA
           END-IF.
           CLOSE PARITARIA-RPT.
       300-FIN. EXIT.

      * Encabezado de la previa con la definicion tal como se aplica.
       305-IMPRIMIR-DEFINICION.
           WRITE LINEA-PARITARIA FROM WS-SEPARADOR.
           WRITE LINEA-PARITARIA FROM WS-TITULO-PARITARIA
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-PARITARIA FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LDF-VALOR.
           IF PTA-PORCENTUAL
             MOVE 'AUMENTO PORCENTUAL:' TO LDF-ROTULO
             MOVE WS-VALOR-AUMENTO TO ED-PORCENTAJE
             STRING ED-PORCENTAJE ' %' DELIMITED BY SIZE
                INTO LDF-VALOR
             END-STRING
           ELSE
             MOVE 'AUMENTO SUMA FIJA:' TO LDF-ROTULO
             MOVE WS-VALOR-AUMENTO TO ED-IMPORTE
             MOVE ED-IMPORTE TO LDF-VALOR
           END-IF.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEFINICION
              AFTER ADVANCING 2 LINES.
           MOVE 'DEPARTAMENTO:' TO LDF-ROTULO.
           IF PTA-DEPARTAMENTO EQUAL SPACES
             MOVE 'TODOS' TO LDF-VALOR
           ELSE
             MOVE PTA-DEPARTAMENTO TO LDF-VALOR
           END-IF.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEFINICION
              AFTER ADVANCING 1 LINE.
           MOVE 'BANDA SALARIAL:' TO LDF-ROTULO.
           IF (WS-SALARIO-DESDE EQUAL ZERO)
               AND (WS-SALARIO-HASTA EQUAL ZERO)
             MOVE 'SIN BANDA' TO LDF-VALOR
           ELSE
             MOVE WS-SALARIO-DESDE TO ED-DESDE
             MOVE SPACES TO LDF-VALOR
             IF WS-SALARIO-HASTA EQUAL ZERO
               STRING 'DESDE ' ED-DESDE ' SIN TOPE'
                  DELIMITED BY SIZE INTO LDF-VALOR
               END-STRING
             ELSE
               MOVE WS-SALARIO-HASTA TO ED-HASTA
               STRING 'DESDE ' ED-DESDE ' HASTA ' ED-HASTA
                  DELIMITED BY SIZE INTO LDF-VALOR
               END-STRING
             END-IF
           END-IF.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEFINICION
              AFTER ADVANCING 1 LINE.
           MOVE 'FECHA EFECTIVA:' TO LDF-ROTULO.
           MOVE PTA-FECHA-EFECTIVA TO LDF-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEFINICION
              AFTER ADVANCING 1 LINE.
           MOVE 'OPERADOR/APROBADOR:' TO LDF-ROTULO.
           MOVE SPACES TO LDF-VALOR.
           STRING PTA-OPERADOR ' / ' PTA-APROBADOR
              DELIMITED BY SIZE INTO LDF-VALOR
           END-STRING.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEFINICION
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-PARITARIA FROM WS-CABECERA-PARITARIA
              AFTER ADVANCING 2 LINES.
       305-FIN. EXIT.

       310-RETORNAR-EMPLEADO.
           RETURN WORKFILE
             AT END SET SELECCION-EOF TO TRUE
             NOT AT END PERFORM 320-PROCESAR-EMPLEADO THRU 320-FIN
           END-RETURN.
       310-FIN. EXIT.

       320-PROCESAR-EMPLEADO.
           IF (NOT HAY-DEPTO-EN-CURSO)
               OR (WK-DEPARTAMENTO NOT = WS-DEPTO-ANT)
             IF HAY-DEPTO-EN-CURSO
               PERFORM 350-CORTE-DEPARTAMENTO THRU 350-FIN
             END-IF
             PERFORM 340-ABRIR-DEPARTAMENTO THRU 340-FIN
           END-IF.
           PERFORM 325-CALCULAR-AUMENTO THRU 325-FIN.
           IF SALARIO-DESBORDADO
             ADD 1 TO WS-CONT-OBSERVADOS
             MOVE WK-ID       TO LO-ID
             MOVE WK-APELLIDO TO LO-APELLIDO
             MOVE WK-NOMBRE   TO LO-NOMBRE
             MOVE 'EL SALARIO NUEVO EXCEDE EL CAMPO DEL MAESTRO'
                TO LO-MOTIVO
             WRITE LINEA-PARITARIA FROM WS-LINEA-OBSERVADO
                AFTER ADVANCING 1 LINE
             GO TO 320-FIN
           END-IF.
           ADD 1 TO WS-CONT-ALCANZADOS.
           ADD 1 TO WS-DEPTO-CANT.
           ADD WK-SALARIO       TO WS-DEPTO-ANTERIOR WS-GRAL-ANTERIOR.
           ADD WS-SALARIO-NUEVO TO WS-DEPTO-NUEVO WS-GRAL-NUEVO.
           ADD WS-DIFERENCIA    TO WS-DEPTO-COSTO WS-GRAL-COSTO.
           MOVE WK-ID            TO LE-ID.
           MOVE WK-APELLIDO      TO LE-APELLIDO.
           MOVE WK-NOMBRE        TO LE-NOMBRE.
           MOVE WK-SALARIO       TO LE-ANTERIOR.
           MOVE WS-SALARIO-NUEVO TO LE-NUEVO.
           MOVE WS-DIFERENCIA    TO LE-DIFERENCIA.
           WRITE LINEA-PARITARIA FROM WS-LINEA-EMPLEADO
              AFTER ADVANCING 1 LINE.
           IF PARITARIA-GENERAR AND NOT EMPTRANS-FALLIDO
             PERFORM 330-GRABAR-TRANSACCION THRU 330-FIN
           END-IF.
       320-FIN. EXIT.

      * Salario nuevo segun el tipo de aumento; si no entra en el
      * campo del maestro el empleado queda observado.
       325-CALCULAR-AUMENTO.
           MOVE 'N' TO WS-DESBORDE-FLAG.
           IF PTA-PORCENTUAL
             COMPUTE WS-SALARIO-NUEVO ROUNDED =
                WK-SALARIO + (WK-SALARIO * WS-VALOR-AUMENTO / 100)
                ON SIZE ERROR SET SALARIO-DESBORDADO TO TRUE
             END-COMPUTE
           ELSE
             ADD WK-SALARIO WS-VALOR-AUMENTO GIVING WS-SALARIO-NUEVO
                ON SIZE ERROR SET SALARIO-DESBORDADO TO TRUE
             END-ADD
           END-IF.
           IF NOT SALARIO-DESBORDADO
             SUBTRACT WK-SALARIO FROM WS-SALARIO-NUEVO
                GIVING WS-DIFERENCIA
           END-IF.
       325-FIN. EXIT.

      ******************************************************************
      * Transaccion de cambio con el salario nuevo: nombre del
      * maestro (VALIDAR-TRANS lo exige), los demas datos en blanco
      * para que INSERTAR-EMPLEADOS no los pise, fecha efectiva de la
      * definicion y aprobacion ya puesta, con el operador y el
      * aprobador de la definicion.
      ******************************************************************
       330-GRABAR-TRANSACCION.
           MOVE SPACES             TO EMPTRANS.
           MOVE WK-ID              TO NEWEMPID.
           MOVE 'C'                TO TRANS-CODIGO.
           MOVE WK-NOMBRE          TO TRANS-NOMBRE.
           MOVE WS-SALARIO-NUEVO   TO TRANS-SALARIO.
           MOVE 'S'                TO TRANS-APROBACION.
           MOVE PTA-FECHA-EFECTIVA TO TRANS-FECHA-EFECTIVA.
           MOVE PTA-OPERADOR       TO TRANS-OPERADOR.
           MOVE PTA-APROBADOR      TO TRANS-APROBADOR.
           WRITE EMPTRANS.
           IF FS-EMPTRANS NOT = '00'
             DISPLAY 'ERROR AL GRABAR EMPTRANS.DAT. FILE STATUS #',
                FS-EMPTRANS
             SET EMPTRANS-SIN-GRABAR TO TRUE
             GO TO 330-FIN
           END-IF.
           ADD 1 TO WS-CONT-GENERADAS.
       330-FIN. EXIT.

       340-ABRIR-DEPARTAMENTO.
           SET HAY-DEPTO-EN-CURSO TO TRUE.
           MOVE WK-DEPARTAMENTO TO WS-DEPTO-ANT.
           ADD 1 TO WS-CONT-DEPTOS.
           MOVE WK-DEPARTAMENTO TO LDT-CODIGO.
           MOVE ZERO TO WS-C-HALLADO.
           IF WK-DEPARTAMENTO EQUAL SPACES
             MOVE 'SIN DEPARTAMENTO' TO LDT-DESCRIPCION
           ELSE
             MOVE '(NO ESTA EN EL CATALOGO)' TO LDT-DESCRIPCION
             IF WS-TABLA-CAT-CANT > ZERO
               PERFORM 345-BUSCAR-DESCRIPCION THRU 345-FIN
                  VARYING WS-CAT-IDX FROM 1 BY 1
                  UNTIL (WS-CAT-IDX > WS-TABLA-CAT-CANT)
                     OR (WS-C-HALLADO > ZERO)
             END-IF
           END-IF.
           WRITE LINEA-PARITARIA FROM WS-LINEA-DEPTO
              AFTER ADVANCING 2 LINES.
       340-FIN. EXIT.

       345-BUSCAR-DESCRIPCION.
           IF CAT-CODIGO(WS-CAT-IDX) EQUAL WK-DEPARTAMENTO
             MOVE CAT-DESCRIPCION(WS-CAT-IDX) TO LDT-DESCRIPCION
             MOVE 1 TO WS-C-HALLADO
           END-IF.
       345-FIN. EXIT.

      ******************************************************************
      * Corte de departamento: masa salarial antes y despues y costo
      * del aumento en el departamento.
      ******************************************************************
       350-CORTE-DEPARTAMENTO.
           MOVE WS-DEPTO-ANT      TO LST-CODIGO.
           MOVE WS-DEPTO-CANT     TO LST-CANT.
           MOVE WS-DEPTO-ANTERIOR TO LST-ANTERIOR.
           MOVE WS-DEPTO-NUEVO    TO LST-NUEVO.
           MOVE WS-DEPTO-COSTO    TO LST-COSTO.
           WRITE LINEA-PARITARIA FROM WS-LINEA-SUBTOTAL
              AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WS-DEPTO-CANT WS-DEPTO-ANTERIOR
                        WS-DEPTO-NUEVO WS-DEPTO-COSTO.
       350-FIN. EXIT.

       370-TOTAL-GENERAL.
           WRITE LINEA-PARITARIA FROM WS-SEPARADOR
              AFTER ADVANCING 2 LINES.
           MOVE 'MASA SALARIAL ANTERIOR:' TO RES-CONCEPTO.
           MOVE WS-GRAL-ANTERIOR TO RES-IMPORTE.
           WRITE LINEA-PARITARIA FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'MASA SALARIAL NUEVA:' TO RES-CONCEPTO.
           MOVE WS-GRAL-NUEVO TO RES-IMPORTE.
           WRITE LINEA-PARITARIA FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'COSTO TOTAL DEL AUMENTO:' TO RES-CONCEPTO.
           MOVE WS-GRAL-COSTO TO RES-IMPORTE.
           WRITE LINEA-PARITARIA FROM WS-LINEA-RESUMEN
              AFTER ADVANCING 1 LINE.
           MOVE 'EMPLEADOS EN EL MAESTRO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-LEIDOS TO CAN-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 2 LINES.
           MOVE 'EMPLEADOS ALCANZADOS POR EL AUMENTO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-ALCANZADOS TO CAN-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'FUERA DEL FILTRO O SIN SALARIO:' TO CAN-CONCEPTO.
           MOVE WS-CONT-FUERA-FILTRO TO CAN-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'INACTIVOS (DADOS DE BAJA):' TO CAN-CONCEPTO.
           MOVE WS-CONT-INACTIVOS TO CAN-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           MOVE 'OBSERVADOS (SIN AUMENTO):' TO CAN-CONCEPTO.
           MOVE WS-CONT-OBSERVADOS TO CAN-VALOR.
           WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
              AFTER ADVANCING 1 LINE.
           IF PARITARIA-GENERAR
             MOVE 'TRANSACCIONES GRABADAS EN EMPTRANS.DAT:'
                TO CAN-CONCEPTO
             MOVE WS-CONT-GENERADAS TO CAN-VALOR
             WRITE LINEA-PARITARIA FROM WS-LINEA-CANTIDAD
                AFTER ADVANCING 2 LINES
             IF EMPTRANS-FALLIDO
               WRITE LINEA-PARITARIA FROM WS-LINEA-ERROR-EMPTRANS
                  AFTER ADVANCING 1 LINE
             END-IF
           ELSE
             WRITE LINEA-PARITARIA FROM WS-LINEA-CONFORMIDAD
                AFTER ADVANCING 3 LINES
           END-IF.
       370-FIN. EXIT.

       500-FIN-PROGRAMA.
           IF MAESTRO-FALLIDO OR EMPTRANS-FALLIDO
             MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY '           RESUMEN DE LA PARITARIA ' TIT-MODO.
           DISPLAY 'EMPLEADOS EN EL MAESTRO:   ' WS-CONT-LEIDOS.
           DISPLAY 'ALCANZADOS POR EL AUMENTO: ' WS-CONT-ALCANZADOS.
           DISPLAY 'FUERA DEL FILTRO:          ' WS-CONT-FUERA-FILTRO.
           DISPLAY 'INACTIVOS:                 ' WS-CONT-INACTIVOS.
           DISPLAY 'OBSERVADOS:                ' WS-CONT-OBSERVADOS.
           DISPLAY 'DEPARTAMENTOS:             ' WS-CONT-DEPTOS.
           DISPLAY 'COSTO TOTAL DEL AUMENTO:   ' WS-GRAL-COSTO.
           DISPLAY 'TRANSACCIONES GRABADAS:    ' WS-CONT-GENERADAS.

           PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN.

      * GOBACK en lugar de STOP RUN: GENERAR-PARITARIA puede correr
      * suelto o ser invocado desde un programa de control.
           GOBACK.
       500-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl).
      ******************************************************************
       510-AUDITAR-CORRIDA.
           MOVE 'PARITARIA'         TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-GENERADAS    TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-OBSERVADOS   TO AUD-CANT-RECHAZADOS
           MOVE 'EMPLEADO-ARCH.DAT/PARITARIA.DAT'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       510-FIN. EXIT.
