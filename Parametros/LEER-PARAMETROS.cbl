           MOVE SPACES TO PAR-MENSAJE.
           MOVE SPACES TO PAR-FECHA-EFECTIVA.
           MOVE 'N'    TO PAR-FORZAR-RERUN.
           MOVE SPACES TO PAR-LIQ-PERIODO.
           MOVE 'P'    TO PAR-LIQ-MODO.
           MOVE 'P'    TO PAR-PARITARIA-MODO.
           MOVE 'N'    TO PAR-INCLUIR-INACTIVOS.
           MOVE 'N'    TO PAR-SIMULACION.
           MOVE 'AAMMM' TO PAR-PRIORIDAD-FUSION.
           MOVE SPACES TO PAR-MOV-PERIODO.
           MOVE SPACES TO PAR-RUTAS.
           MOVE ZERO   TO PAR-RETENCION-MESES.
           MOVE SPACES TO PAR-VAC-ANIO.
           MOVE 060    TO PAR-VAC-AVISO-DIAS.
           MOVE ZERO   TO PAR-LIMITE-PORCENTAJE
                          PAR-LIMITE-TOLERANCIA
                          PAR-INTERVALO-CHECKPOINT
               MOVE PRM-VALOR TO PAR-RUTA-FUSESINC-RECHAZOS
             WHEN 'CORRIDAS-LEDGER'
               MOVE PRM-VALOR TO PAR-RUTA-CORRIDAS-LEDGER
             WHEN 'CONCEPTOS-LIQ'
               MOVE PRM-VALOR TO PAR-RUTA-CONCEPTOS-LIQ
             WHEN 'CONCEPTOS-LIQ-NVO'
               MOVE PRM-VALOR TO PAR-RUTA-CONCEPTOS-LIQ-NVO
             WHEN 'PERIODOS-LIQ'
               MOVE PRM-VALOR TO PAR-RUTA-PERIODOS-LIQ
             WHEN 'LIQUIDACION'
               MOVE PRM-VALOR TO PAR-RUTA-LIQUIDACION
             WHEN 'LIQ-REGISTRO-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-LIQ-REGISTRO-RPT
             WHEN 'LIQ-TMP'
               MOVE PRM-VALOR TO PAR-RUTA-LIQ-TMP
             WHEN 'LIQ-ORDENADA'
               MOVE PRM-VALOR TO PAR-RUTA-LIQ-ORDENADA
             WHEN 'PARITARIA-DEF'
               MOVE PRM-VALOR TO PAR-RUTA-PARITARIA-DEF
             WHEN 'PARITARIA-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-PARITARIA-RPT
             WHEN 'PARITARIA-TMP'
               MOVE PRM-VALOR TO PAR-RUTA-PARITARIA-TMP
             WHEN 'OPERADORES'
               MOVE PRM-VALOR TO PAR-RUTA-OPERADORES
             WHEN 'SIMULACION-MAESTRO'
               MOVE PRM-VALOR TO PAR-RUTA-SIMULACION-MAESTRO
             WHEN 'SIMULACION-TMP'
               MOVE PRM-VALOR TO PAR-RUTA-SIMULACION-TMP
             WHEN 'SIMULACION-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-SIMULACION-RPT
             WHEN 'CONFLICTOS-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-CONFLICTOS-RPT
             WHEN 'MOVIMIENTOS-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-MOVIMIENTOS-RPT
             WHEN 'MOVIMIENTOS-TMP'
               MOVE PRM-VALOR TO PAR-RUTA-MOVIMIENTOS-TMP
             WHEN 'ARCHIVO-TMP'
               MOVE PRM-VALOR TO PAR-RUTA-ARCHIVO-TMP
             WHEN 'ARCHIVO-SORT'
               MOVE PRM-VALOR TO PAR-RUTA-ARCHIVO-SORT
             WHEN 'ARCHIVO-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-ARCHIVO-RPT
             WHEN 'VAC-SALDOS'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-SALDOS
             WHEN 'VAC-SALDOS-NVO'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-SALDOS-NVO
             WHEN 'VAC-TRANS'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-TRANS
             WHEN 'VAC-MOVIMIENTOS'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-MOVIMIENTOS
             WHEN 'VAC-RECHAZOS'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-RECHAZOS
             WHEN 'VAC-OTORGA-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-OTORGA-RPT
             WHEN 'VAC-REGISTRO-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-REGISTRO-RPT
             WHEN 'VAC-SALDOS-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-VAC-SALDOS-RPT
             WHEN 'CARGA-CONTROL-RPT'
               MOVE PRM-VALOR TO PAR-RUTA-CARGA-CONTROL-RPT
      * La marca de rerun forzado es opcional: en blanco queda 'N';
      * cualquier otra cosa que no sea S/N corta con error, para que
      * un tipeo no fuerce una repeticion sin que nadie lo note.
                 WHEN SPACE MOVE 'N' TO PAR-FORZAR-RERUN
                 WHEN OTHER PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-EVALUATE
      * El modo de liquidacion es opcional (en blanco, preliminar):
      * una letra que no sea P/D/R corta con error, para que un tipeo
      * no cierre ni reabra un periodo sin que nadie lo note.
             WHEN 'LIQ-MODO'
               EVALUATE PRM-VALOR(1:1)
                 WHEN 'P'   MOVE 'P' TO PAR-LIQ-MODO
                 WHEN 'D'   MOVE 'D' TO PAR-LIQ-MODO
                 WHEN 'R'   MOVE 'R' TO PAR-LIQ-MODO
                 WHEN SPACE MOVE 'P' TO PAR-LIQ-MODO
                 WHEN OTHER PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-EVALUATE
      * El modo del generador de paritarias es opcional (en blanco,
      * solo la previa): una letra que no sea P/G corta con error.
             WHEN 'PARITARIA-MODO'
               EVALUATE PRM-VALOR(1:1)
                 WHEN 'P'   MOVE 'P' TO PAR-PARITARIA-MODO
                 WHEN 'G'   MOVE 'G' TO PAR-PARITARIA-MODO
                 WHEN SPACE MOVE 'P' TO PAR-PARITARIA-MODO
                 WHEN OTHER PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-EVALUATE
      * Inclusion de inactivos en los reportes: opcional (en blanco,
      * se excluyen), S/N como la marca de rerun forzado.
             WHEN 'INCLUIR-INACTIVOS'
               EVALUATE PRM-VALOR(1:1)
                 WHEN 'S'   MOVE 'S' TO PAR-INCLUIR-INACTIVOS
                 WHEN 'N'   MOVE 'N' TO PAR-INCLUIR-INACTIVOS
                 WHEN SPACE MOVE 'N' TO PAR-INCLUIR-INACTIVOS
                 WHEN OTHER PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-EVALUATE
      * Prioridad de fuentes del merge: opcional (en blanco queda
      * la de fabrica); cada posicion tiene que ser M o A.
             WHEN 'PRIORIDAD-FUSION'
               PERFORM 0340-TOMAR-PRIORIDAD THRU 0340-FIN
      * Simulacion de la actualizacion: opcional, S/N (en blanco la
      * corrida es real).
             WHEN 'SIMULACION'
               EVALUATE PRM-VALOR(1:1)
                 WHEN 'S'   MOVE 'S' TO PAR-SIMULACION
                 WHEN 'N'   MOVE 'N' TO PAR-SIMULACION
                 WHEN SPACE MOVE 'N' TO PAR-SIMULACION
                 WHEN OTHER PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-EVALUATE
             WHEN 'LIQ-PERIODO'
               PERFORM 0330-TOMAR-PERIODO THRU 0330-FIN
             WHEN 'MOVIMIENTOS-PERIODO'
               PERFORM 0350-TOMAR-PERIODO-MOV THRU 0350-FIN
             WHEN 'FECHA-EFECTIVA'
               PERFORM 0310-TOMAR-FECHA THRU 0310-FIN
             WHEN 'LIMITE-PORCENTAJE'
               ELSE
                 PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
               END-IF
      * La retencion de la depuracion es opcional (sin ella el
      * depurador no corre), pero cargada tiene que ser numerica.
             WHEN 'RETENCION-MESES'
               IF PRM-VALOR(1:3) EQUAL SPACES
                 MOVE ZERO TO PAR-RETENCION-MESES
               ELSE
                 IF PRM-VALOR(1:3) NUMERIC
                   MOVE PRM-VALOR(1:3) TO PAR-RETENCION-MESES
                 ELSE
                   PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
                 END-IF
               END-IF
             WHEN 'VAC-ANIO'
               PERFORM 0360-TOMAR-ANIO-VAC THRU 0360-FIN
      * El aviso de vencimiento es opcional (en blanco, 60 dias).
             WHEN 'VAC-AVISO-DIAS'
               IF PRM-VALOR(1:3) EQUAL SPACES
                 MOVE 060 TO PAR-VAC-AVISO-DIAS
               ELSE
                 IF PRM-VALOR(1:3) NUMERIC
                   MOVE PRM-VALOR(1:3) TO PAR-VAC-AVISO-DIAS
                 ELSE
                   PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
                 END-IF
               END-IF
             WHEN 'GENERACIONES'
               IF PRM-VALOR(1:2) NUMERIC
                 SET VIO-GENERACIONES TO TRUE
           END-STRING.
       0320-FIN. EXIT.

      ******************************************************************
      * El periodo de liquidacion es opcional: en blanco queda el mes
      * de la fecha efectiva; cargado tiene que ser AAMM numerico con
      * un mes real.
      ******************************************************************
       0330-TOMAR-PERIODO.
           IF PRM-VALOR(1:4) EQUAL SPACES
             MOVE SPACES TO PAR-LIQ-PERIODO
           ELSE
             IF (PRM-VALOR(1:4) NUMERIC)
                 AND (PRM-VALOR(3:2) > '00')
                 AND (PRM-VALOR(3:2) < '13')
               MOVE PRM-VALOR(1:4) TO PAR-LIQ-PERIODO
             ELSE
               PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
             END-IF
           END-IF.
       0330-FIN. EXIT.

      ******************************************************************
      * Prioridad por campo del merge de PGMAPAR05, en el orden
      * NOMBRE, APELLIDO, FECHA, SALARIO, GENERO: 'M' gana el maestro
      * y 'A' gana ACME. En blanco queda la de fabrica (ACME en
      * nombre y apellido, el maestro en el resto).
      ******************************************************************
       0340-TOMAR-PRIORIDAD.
           IF PRM-VALOR(1:5) EQUAL SPACES
             GO TO 0340-FIN
           END-IF.
           MOVE PRM-VALOR(1:5) TO PAR-PRIORIDAD-FUSION.
           IF (PAR-PRIO-NOMBRE   NOT = 'M' AND NOT = 'A')
               OR (PAR-PRIO-APELLIDO NOT = 'M' AND NOT = 'A')
               OR (PAR-PRIO-FECHA    NOT = 'M' AND NOT = 'A')
               OR (PAR-PRIO-SALARIO  NOT = 'M' AND NOT = 'A')
               OR (PAR-PRIO-GENERO   NOT = 'M' AND NOT = 'A')
             PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
           END-IF.
       0340-FIN. EXIT.

      ******************************************************************
      * El periodo del reporte de movimientos es opcional: en blanco
      * queda el mes anterior al de la fecha efectiva; cargado, AAMM
      * numerico con un mes real, igual que el de liquidacion.
      ******************************************************************
       0350-TOMAR-PERIODO-MOV.
           IF PRM-VALOR(1:4) EQUAL SPACES
             MOVE SPACES TO PAR-MOV-PERIODO
           ELSE
             IF (PRM-VALOR(1:4) NUMERIC)
                 AND (PRM-VALOR(3:2) > '00')
                 AND (PRM-VALOR(3:2) < '13')
               MOVE PRM-VALOR(1:4) TO PAR-MOV-PERIODO
             ELSE
               PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
             END-IF
           END-IF.
       0350-FIN. EXIT.

      ******************************************************************
      * El anio del otorgamiento de vacaciones es opcional: en blanco
      * queda el de la fecha efectiva; cargado tiene que ser AAAA
      * numerico del 2000 en adelante (el circuito usa anios 20AA).
      ******************************************************************
       0360-TOMAR-ANIO-VAC.
           IF PRM-VALOR(1:4) EQUAL SPACES
             MOVE SPACES TO PAR-VAC-ANIO
           ELSE
             IF (PRM-VALOR(1:4) NUMERIC)
                 AND (PRM-VALOR(1:2) EQUAL '20')
               MOVE PRM-VALOR(1:4) TO PAR-VAC-ANIO
             ELSE
               PERFORM 0320-VALOR-INVALIDO THRU 0320-FIN
             END-IF
           END-IF.
       0360-FIN. EXIT.

      ******************************************************************
      * Con el archivo ya leido controla que no falte ninguna ruta:
      * un dataset sin ruta recien fallaria al abrirse, y la consigna
           END-IF.
           IF PAR-RUTA-CORRIDAS-LEDGER EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-CONCEPTOS-LIQ EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-CONCEPTOS-LIQ-NVO EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-PERIODOS-LIQ EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-LIQUIDACION EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-LIQ-REGISTRO-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-LIQ-TMP EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-LIQ-ORDENADA EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-PARITARIA-DEF EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-PARITARIA-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-PARITARIA-TMP EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-OPERADORES EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-SIMULACION-MAESTRO EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-SIMULACION-TMP EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-SIMULACION-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-CONFLICTOS-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-MOVIMIENTOS-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-MOVIMIENTOS-TMP EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-ARCHIVO-TMP EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-ARCHIVO-SORT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-ARCHIVO-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-SALDOS EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-SALDOS-NVO EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-TRANS EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-MOVIMIENTOS EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-RECHAZOS EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-OTORGA-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-REGISTRO-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-VAC-SALDOS-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
             GO TO 0400-FIN
           END-IF.
           IF PAR-RUTA-CARGA-CONTROL-RPT EQUAL SPACES
             PERFORM 0410-RUTA-FALTANTE THRU 0410-FIN
           END-IF.
       0400-FIN. EXIT.

