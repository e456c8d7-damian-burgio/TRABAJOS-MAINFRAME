       SELECT ARCH-RECHAZADOS ASSIGN TO DYNAMIC RUT-GENERO-RECHAZADOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Reporte de los EMP-ID que llegan a la vez de FUSESINC y del
      * maestro nuevo: las dos versiones y la que sobrevive.
       SELECT CONFLICTOS-RPT ASSIGN TO DYNAMIC RUT-CONFLICTOS-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          FD FUSESINC.
             02 NEW-EMP-FECHA         PIC X(08).
             02 NEW-EMP-GENERO        PIC X(01).
             02 NEW-EMP-DEPARTAMENTO  PIC X(04).
             02 NEW-EMP-ESTADO        PIC X(01).
                88 NEW-EMP-INACTIVO      VALUE 'I'.
             02 FILLER                PIC X(13).

       FD ARCH-ORDENADO.
           01 ARCH-ORDEN.
             02 RCH-SALDO         PIC 9(09).
             02 RCH-GENERO        PIC X.

       FD CONFLICTOS-RPT.
           01 CONFLICTOS-LINEA  PIC X(132).

      * WK-DATOS tiene el layout de ARCH-ORDEN; el origen ('A' ACME,
      * 'M' maestro) es segunda clave del SORT para que las dos
      * versiones de un mismo ID lleguen juntas y en orden fijo, y el
      * departamento (solo lo trae el maestro) va al reporte de
      * conflictos.
       SD WORKFILE.
       01 WORKREC.
           02 WK-DATOS.
             03 WK-ID                 PIC 9(09).
             03 WK-APELLIDO           PIC X(10).
             03 WK-NOMBRE             PIC X(10).
             03 WK-FECHA              PIC X(08).
             03 WK-SALDO              PIC 9(09).
             03 WK-GENERO             PIC X.
           02 WK-ORIGEN               PIC X.
              88 WK-DE-ACME              VALUE 'A'.
              88 WK-DEL-MAESTRO          VALUE 'M'.
           02 WK-DEPARTAMENTO         PIC X(04).


       WORKING-STORAGE SECTION.
           05  RUT-EMP-RPT           PIC X(60).
           05  RUT-CHECKPOINT        PIC X(60).
           05  RUT-GENERO-RECHAZADOS PIC X(60).
           05  RUT-CONFLICTOS-RPT    PIC X(60).

       01  WS-CONTROL-RESTART.
           05  WS-ULTIMO-ID-CHECKPOINT   PIC 9(09) VALUE ZERO.
       01  WS-CONTROL-TOTALES.
           05  WS-CONT-FUSESINC       PIC 9(07) VALUE ZERO.
           05  WS-CONT-MAESTRO-NUEVO  PIC 9(07) VALUE ZERO.
           05  WS-CONT-INACTIVOS      PIC 9(07) VALUE ZERO.
           05  WS-CONT-TOTAL-ENTRA    PIC 9(07) VALUE ZERO.
           05  WS-CONT-SALIDA         PIC 9(07) VALUE ZERO.
           05  WS-CONT-PROCESADOS-CORRIDA PIC 9(07) VALUE ZERO.
           05  WS-CONT-CONFLICTOS     PIC 9(07) VALUE ZERO.

       05  WS-FECHA.
             07  WS-FECHA-AA      PIC 99            VALUE ZEROS.
             07  WS-FECHA-MM      PIC 99            VALUE ZEROS.
             07  WS-FECHA-DD      PIC 99            VALUE ZEROS.

      ******************************************************************
      * Resolucion de IDs duplicados entre fuentes: el procedimiento
      * de salida del SORT retiene un registro hasta ver el siguiente;
      * si es el mismo ID de la otra fuente, arma el sobreviviente
      * campo por campo segun PAR-PRIORIDAD-FUSION.
      ******************************************************************
       01  WS-CONTROL-CONFLICTOS.
           05  WS-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 SORT-EOF               VALUE 'S'.
           05  WS-RETENIDO-FLAG       PIC X(01) VALUE 'N'.
               88 HAY-RETENIDO           VALUE 'S'.

       01  WS-RETENIDO.
           05  RET-DATOS.
             10 RET-ID                PIC 9(09).
             10 RET-APELLIDO          PIC X(10).
             10 RET-NOMBRE            PIC X(10).
             10 RET-FECHA             PIC X(08).
             10 RET-SALDO             PIC 9(09).
             10 RET-GENERO            PIC X.
           05  RET-ORIGEN             PIC X.
           05  RET-DEPARTAMENTO       PIC X(04).

       01  WS-SOBREVIVIENTE.
           05  SOB-ID                 PIC 9(09).
           05  SOB-APELLIDO           PIC X(10).
           05  SOB-NOMBRE             PIC X(10).
           05  SOB-FECHA              PIC X(08).
           05  SOB-SALDO              PIC 9(09).
           05  SOB-GENERO             PIC X.

      * Origen de cada campo del sobreviviente, tal como se imprime.
       01  WS-ORIGENES.
           05 FILLER            PIC X(04) VALUE 'NOM:'.
           05 ORG-NOMBRE        PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE ' APE:'.
           05 ORG-APELLIDO      PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE ' FEC:'.
           05 ORG-FECHA         PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE ' SAL:'.
           05 ORG-SALDO         PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE ' GEN:'.
           05 ORG-GENERO        PIC X(01) VALUE SPACE.

       01  WS-TITULO.
           05  WS-DD            PIC 99            VALUE ZEROS.
           05 FILLER            PIC X(01)         VALUE '/'.
           05 TOT-SALDO          PIC $Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(47) VALUE SPACES.

       01  WS-TITULO-CONFLICTOS.
           05  CFT-DD           PIC 99            VALUE ZEROS.
           05 FILLER            PIC X(01)         VALUE '/'.
           05  CFT-MM           PIC 99            VALUE ZEROS.
           05 FILLER            PIC X(01)         VALUE '/'.
           05  CFT-AA           PIC 99            VALUE ZEROS.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(45)
               VALUE 'CONFLICTOS DE ID ENTRE FUSESINC Y EL MAESTRO'.
           05 FILLER            PIC X(75) VALUE SPACES.

       01  WS-CABECERA-CONFLICTOS.
           05 FILLER            PIC X(10) VALUE 'VERSION'.
           05 FILLER            PIC X(11) VALUE 'NRO. ID'.
           05 FILLER            PIC X(12) VALUE 'NOMBRE'.
           05 FILLER            PIC X(12) VALUE 'APELLIDO'.
           05 FILLER            PIC X(10) VALUE 'FECHA'.
           05 FILLER            PIC X(16) VALUE 'SALDO'.
           05 FILLER            PIC X(03) VALUE 'GEN'.
           05 FILLER            PIC X(06) VALUE 'DEPTO'.
           05 FILLER            PIC X(30) VALUE 'ORIGEN DE CADA CAMPO'.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  WS-LINEA-CONFLICTO.
           05 CFL-VERSION       PIC X(10) VALUE SPACES.
           05 CFL-ID            PIC 9(09) VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-NOMBRE        PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-APELLIDO      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-FECHA         PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-SALDO         PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-GENERO        PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-DEPARTAMENTO  PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFL-ORIGENES      PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  WS-LINEA-RESUMEN-CONFLICTOS.
           05 FILLER            PIC X(30)
               VALUE 'IDS EN CONFLICTO RESUELTOS: '.
           05 RCF-CANTIDAD      PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(95) VALUE SPACES.

       COPY AUDITLOG.

       COPY PARAMRUN.
      * MERGE no admite INPUT PROCEDURE (solo USING): como ahora hay
      * que proyectar cada formato de entrada a WORKREC antes de
      * ordenar, se pasa a SORT con procedimiento de entrada.
      * El procedimiento de salida deja un solo registro por EMP-ID
      * en ARCH-ORDENADO cuando el ID llega de las dos fuentes.
             SORT WORKFILE ON ASCENDING KEY WK-ID
                              ASCENDING KEY WK-ORIGEN
               INPUT PROCEDURE IS 0130-CARGAR-WORKFILE THRU 0130-FIN
               OUTPUT PROCEDURE IS 0140-RESOLVER-DUPLICADOS
                                THRU 0140-FIN
           ELSE
             CLOSE FUSESINC, NEW-FUSEINC
           END-IF.
                MOVE EMP-DET-FECHA    TO WK-FECHA
                MOVE EMP-DET-SALDO    TO WK-SALDO
                MOVE EMP-DET-GENERO   TO WK-GENERO
                SET WK-DE-ACME        TO TRUE
                MOVE SPACES           TO WK-DEPARTAMENTO
                RELEASE WORKREC
           END-READ.
       0131-FIN. EXIT.
      * GENERO realmente invalido (cualquier caracter que no sea 'M',
      * 'F' ni SPACE): 0300/0330 lo tratan como "sin dato de genero",
      * no como un registro rechazado.
      * El maestro nuevo trae tambien a los empleados dados de baja
      * (baja logica): se excluyen explicitamente del merge, y con
      * eso del ORDENADA.NEW que toma EXTRAER-INTERFAZ, y se cuentan
      * aparte para que el control de totales siga cuadrando.
      ******************************************************************
       0132-PASAR-MAESTRO-NUEVO.
           READ NEW-FUSEINC
              AT END MOVE '10' TO FS-MAESTRO-NUEVO
              NOT AT END
                PERFORM 0133-RELEASE-MAESTRO-NUEVO THRU 0133-FIN
           END-READ.
       0132-FIN. EXIT.

       0133-RELEASE-MAESTRO-NUEVO.
           IF NEW-EMP-INACTIVO
             ADD 1 TO WS-CONT-INACTIVOS
             GO TO 0133-FIN
           END-IF.
           MOVE SPACES           TO WORKREC.
           MOVE NEW-EMP-ID       TO WK-ID.
           MOVE NEW-EMP-NOMBRE(1:10) TO WK-NOMBRE.
           MOVE NEW-EMP-SALARIO  TO WK-SALDO.
           MOVE NEW-EMP-APELLIDO TO WK-APELLIDO.
           MOVE NEW-EMP-FECHA    TO WK-FECHA.
           MOVE NEW-EMP-GENERO   TO WK-GENERO.
           SET WK-DEL-MAESTRO    TO TRUE.
           MOVE NEW-EMP-DEPARTAMENTO TO WK-DEPARTAMENTO.
           RELEASE WORKREC.
       0133-FIN. EXIT.

      ******************************************************************
      * Procedimiento de salida del SORT: con WK-ID y WK-ORIGEN como
      * claves, la version de ACME de un ID llega justo antes que la
      * del maestro. Cada registro se retiene hasta ver el siguiente;
      * si es el mismo ID de la otra fuente se resuelve el conflicto
      * y sale un solo registro, si no el retenido sale tal cual.
      ******************************************************************
       0140-RESOLVER-DUPLICADOS.
           OPEN OUTPUT ARCH-ORDENADO.
           OPEN OUTPUT CONFLICTOS-RPT.
           WRITE CONFLICTOS-LINEA FROM WS-TITULO-CONFLICTOS.
           WRITE CONFLICTOS-LINEA FROM WS-CABECERA-CONFLICTOS
              AFTER ADVANCING 2 LINES.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'N' TO WS-RETENIDO-FLAG.
           PERFORM 0141-RETORNAR-REGISTRO THRU 0141-FIN
              UNTIL SORT-EOF.
           IF HAY-RETENIDO
             WRITE ARCH-ORDEN FROM RET-DATOS
           END-IF.
           MOVE WS-CONT-CONFLICTOS TO RCF-CANTIDAD.
           WRITE CONFLICTOS-LINEA FROM WS-LINEA-RESUMEN-CONFLICTOS
              AFTER ADVANCING 2 LINES.
           CLOSE ARCH-ORDENADO
                 CONFLICTOS-RPT.
       0140-FIN. EXIT.

       0141-RETORNAR-REGISTRO.
           RETURN WORKFILE
             AT END SET SORT-EOF TO TRUE
             NOT AT END PERFORM 0142-COMPARAR-RETENIDO THRU 0142-FIN
           END-RETURN.
       0141-FIN. EXIT.

       0142-COMPARAR-RETENIDO.
           IF (HAY-RETENIDO) AND (WK-ID EQUAL RET-ID)
               AND (WK-ORIGEN NOT = RET-ORIGEN)
             PERFORM 0145-RESOLVER-CONFLICTO THRU 0145-FIN
             MOVE 'N' TO WS-RETENIDO-FLAG
             GO TO 0142-FIN
           END-IF.
           IF HAY-RETENIDO
             WRITE ARCH-ORDEN FROM RET-DATOS
           END-IF.
           MOVE WORKREC TO WS-RETENIDO.
           SET HAY-RETENIDO TO TRUE.
       0142-FIN. EXIT.

      ******************************************************************
      * Mismo EMP-ID en FUSESINC (retenido) y en el maestro (WORKREC):
      * cada campo del sobreviviente sale de la fuente que indica
      * PAR-PRIORIDAD-FUSION; si esa fuente lo trae vacio se toma el
      * de la otra. El departamento solo existe en el maestro. Las dos
      * versiones y el sobreviviente van al reporte de conflictos.
      ******************************************************************
       0145-RESOLVER-CONFLICTO.
           ADD 1 TO WS-CONT-CONFLICTOS.
           MOVE WK-ID TO SOB-ID.
           IF (PRIO-NOMBRE-MAESTRO AND WK-NOMBRE NOT = SPACES)
               OR (RET-NOMBRE EQUAL SPACES)
             MOVE WK-NOMBRE  TO SOB-NOMBRE
             MOVE 'M'        TO ORG-NOMBRE
           ELSE
             MOVE RET-NOMBRE TO SOB-NOMBRE
             MOVE 'A'        TO ORG-NOMBRE
           END-IF.
           IF (PRIO-APELLIDO-MAESTRO AND WK-APELLIDO NOT = SPACES)
               OR (RET-APELLIDO EQUAL SPACES)
             MOVE WK-APELLIDO  TO SOB-APELLIDO
             MOVE 'M'          TO ORG-APELLIDO
           ELSE
             MOVE RET-APELLIDO TO SOB-APELLIDO
             MOVE 'A'          TO ORG-APELLIDO
           END-IF.
           IF (PRIO-FECHA-MAESTRO AND WK-FECHA NOT = SPACES)
               OR (RET-FECHA EQUAL SPACES)
             MOVE WK-FECHA  TO SOB-FECHA
             MOVE 'M'       TO ORG-FECHA
           ELSE
             MOVE RET-FECHA TO SOB-FECHA
             MOVE 'A'       TO ORG-FECHA
           END-IF.
           IF (PRIO-SALARIO-MAESTRO AND WK-SALDO NOT = ZERO)
               OR (RET-SALDO EQUAL ZERO)
             MOVE WK-SALDO  TO SOB-SALDO
             MOVE 'M'       TO ORG-SALDO
           ELSE
             MOVE RET-SALDO TO SOB-SALDO
             MOVE 'A'       TO ORG-SALDO
           END-IF.
           IF (PRIO-GENERO-MAESTRO AND WK-GENERO NOT = SPACE)
               OR (RET-GENERO EQUAL SPACE)
             MOVE WK-GENERO  TO SOB-GENERO
             MOVE 'M'        TO ORG-GENERO
           ELSE
             MOVE RET-GENERO TO SOB-GENERO
             MOVE 'A'        TO ORG-GENERO
           END-IF.
           WRITE ARCH-ORDEN FROM WS-SOBREVIVIENTE.

           MOVE 'ACME'          TO CFL-VERSION.
           MOVE RET-ID          TO CFL-ID.
           MOVE RET-NOMBRE      TO CFL-NOMBRE.
           MOVE RET-APELLIDO    TO CFL-APELLIDO.
           MOVE RET-FECHA       TO CFL-FECHA.
           MOVE RET-SALDO       TO CFL-SALDO.
           MOVE RET-GENERO      TO CFL-GENERO.
           MOVE SPACES          TO CFL-DEPARTAMENTO.
           MOVE SPACES          TO CFL-ORIGENES.
           WRITE CONFLICTOS-LINEA FROM WS-LINEA-CONFLICTO
              AFTER ADVANCING 2 LINES.
           MOVE 'MAESTRO'       TO CFL-VERSION.
           MOVE WK-NOMBRE       TO CFL-NOMBRE.
           MOVE WK-APELLIDO     TO CFL-APELLIDO.
           MOVE WK-FECHA        TO CFL-FECHA.
           MOVE WK-SALDO        TO CFL-SALDO.
           MOVE WK-GENERO       TO CFL-GENERO.
           MOVE WK-DEPARTAMENTO TO CFL-DEPARTAMENTO.
           WRITE CONFLICTOS-LINEA FROM WS-LINEA-CONFLICTO
              AFTER ADVANCING 1 LINE.
           MOVE 'QUEDA'         TO CFL-VERSION.
           MOVE SOB-NOMBRE      TO CFL-NOMBRE.
           MOVE SOB-APELLIDO    TO CFL-APELLIDO.
           MOVE SOB-FECHA       TO CFL-FECHA.
           MOVE SOB-SALDO       TO CFL-SALDO.
           MOVE SOB-GENERO      TO CFL-GENERO.
           MOVE WK-DEPARTAMENTO TO CFL-DEPARTAMENTO.
           MOVE WS-ORIGENES     TO CFL-ORIGENES.
           WRITE CONFLICTOS-LINEA FROM WS-LINEA-CONFLICTO
              AFTER ADVANCING 1 LINE.
       0145-FIN. EXIT.

      ******************************************************************
      * Toma rutas y perillas del archivo de control de la corrida:
      * con parametros malos o ausentes el programa termina aca, sin
           MOVE PAR-RUTA-EMP-RPT           TO RUT-EMP-RPT.
           MOVE PAR-RUTA-CHECKPOINT        TO RUT-CHECKPOINT.
           MOVE PAR-RUTA-GENERO-RECHAZADOS TO RUT-GENERO-RECHAZADOS.
           MOVE PAR-RUTA-CONFLICTOS-RPT    TO RUT-CONFLICTOS-RPT.
           MOVE PAR-INTERVALO-CHECKPOINT   TO WS-INTERVALO-CHECKPOINT.
       0105-FIN. EXIT.

           MOVE WS-FECHA-AA TO WS-AA.
           MOVE WS-FECHA-DD TO WS-DD.
           MOVE WS-FECHA-MM TO WS-MM.
           MOVE WS-FECHA-AA TO CFT-AA.
           MOVE WS-FECHA-DD TO CFT-DD.
           MOVE WS-FECHA-MM TO CFT-MM.
       0110-FIN. EXIT.

      ******************************************************************
           ELSE
             ADD WS-CONT-FUSESINC WS-CONT-MAESTRO-NUEVO
                GIVING WS-CONT-TOTAL-ENTRA
             SUBTRACT WS-CONT-INACTIVOS FROM WS-CONT-TOTAL-ENTRA
             SUBTRACT WS-CONT-CONFLICTOS FROM WS-CONT-TOTAL-ENTRA
             DISPLAY '           CONTROL DE TOTALES DEL MERGE'
             DISPLAY 'REGISTROS LEIDOS DE FUSESINC.DAT    : '
                      WS-CONT-FUSESINC
             DISPLAY 'REGISTROS LEIDOS DEL MAESTRO NUEVO '
                      '(INSERTAR-EMPLEADOS)               : '
                      WS-CONT-MAESTRO-NUEVO
             DISPLAY 'INACTIVOS EXCLUIDOS DEL MAESTRO NUEVO (BAJA'
                      ' LOGICA)            : '
                      WS-CONT-INACTIVOS
             DISPLAY 'IDS EN AMBAS FUENTES (UNO SOLO QUEDA '
                      'EN LA SALIDA)         : '
                      WS-CONT-CONFLICTOS
             DISPLAY 'TOTAL DE ENTRADA (FUSESINC + MAESTRO'
                      ' NUEVO - INACTIVOS - CONFLICTOS) : '
                      WS-CONT-TOTAL-ENTRA
             DISPLAY 'TOTAL EN ARCH-ORDENADO (SALIDA)     : '
                      WS-CONT-SALIDA
