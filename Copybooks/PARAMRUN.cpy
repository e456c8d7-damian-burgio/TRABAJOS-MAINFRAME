      * el pipeline la rechaza y solo reanuda fechas incompletas.
           05 PAR-FORZAR-RERUN            PIC X(01).
              88 FORZAR-RERUN                VALUE 'S'.
      * Liquidacion mensual de haberes: periodo AAMM a liquidar (en
      * blanco, el mes de la fecha efectiva) y modo de la corrida:
      * 'P' preliminar (no cierra nada), 'D' definitiva (la
      * liquidacion aceptada cierra el periodo) y 'R' reapertura de
      * un periodo cerrado para poder volver a liquidarlo.
           05 PAR-LIQ-PERIODO             PIC X(04).
           05 PAR-LIQ-MODO                PIC X(01).
              88 LIQ-PRELIMINAR              VALUE 'P'.
              88 LIQ-DEFINITIVA              VALUE 'D'.
              88 LIQ-REAPERTURA              VALUE 'R'.
      * Generador de paritarias: 'P' (en blanco) solo imprime la
      * previa del aumento para la conformidad de RRHH; 'G' la vuelve
      * a imprimir y graba las transacciones de cambio en EMPTRANS.
           05 PAR-PARITARIA-MODO          PIC X(01).
              88 PARITARIA-PREVIA            VALUE 'P'.
              88 PARITARIA-GENERAR           VALUE 'G'.
      * Baja logica: los reportes sobre el maestro nuevo excluyen a
      * los empleados inactivos salvo que esta marca venga en 'S'.
           05 PAR-INCLUIR-INACTIVOS       PIC X(01).
              88 INCLUIR-INACTIVOS           VALUE 'S'.
      * Simulacion de INSERTAR-EMPLEADOS: con 'S' aplica las
      * transacciones validadas sobre una copia de trabajo del maestro
      * y solo deja el reporte de lo que haria la corrida real.
           05 PAR-SIMULACION              PIC X(01).
              88 SIMULACION                  VALUE 'S'.
      * Prioridad por campo cuando el mismo ID llega de FUSESINC y
      * del maestro nuevo en PGMAPAR05: 'M' gana el maestro, 'A' gana
      * ACME (FUSESINC). Si el que gana trae el campo vacio, se toma
      * el del otro.
           05 PAR-PRIORIDAD-FUSION.
              10 PAR-PRIO-NOMBRE          PIC X(01).
                 88 PRIO-NOMBRE-MAESTRO      VALUE 'M'.
              10 PAR-PRIO-APELLIDO        PIC X(01).
                 88 PRIO-APELLIDO-MAESTRO    VALUE 'M'.
              10 PAR-PRIO-FECHA           PIC X(01).
                 88 PRIO-FECHA-MAESTRO       VALUE 'M'.
              10 PAR-PRIO-SALARIO         PIC X(01).
                 88 PRIO-SALARIO-MAESTRO     VALUE 'M'.
              10 PAR-PRIO-GENERO          PIC X(01).
                 88 PRIO-GENERO-MAESTRO      VALUE 'M'.
      * Reporte mensual de movimientos de dotacion: periodo AAMM a
      * informar (en blanco, el mes anterior al de la fecha
      * efectiva, que es cuando se pide el cierre del mes).
           05 PAR-MOV-PERIODO             PIC X(04).
      * Depuracion de los acumulativos (historial, log de auditoria,
      * libro de corridas y suspensos pendientes): meses de
      * antiguedad que se conservan en linea; lo anterior pasa a los
      * archivos anuales. En cero no se depura nada.
           05 PAR-RETENCION-MESES         PIC 9(03).
      * Vacaciones: anio AAAA del otorgamiento anual (en blanco, el
      * de la fecha efectiva) y dias de anticipacion con que el
      * reporte de saldos avisa los dias sin tomar que se vencen.
           05 PAR-VAC-ANIO                PIC X(04).
           05 PAR-VAC-AVISO-DIAS          PIC 9(03).
           05 PAR-RUTAS.
              10 PAR-RUTA-EMPLEADO-ARCH       PIC X(60).
              10 PAR-RUTA-EMPTRANS            PIC X(60).
              10 PAR-RUTA-FUSESINC-ENTRADA  PIC X(60).
              10 PAR-RUTA-FUSESINC-RECHAZOS PIC X(60).
              10 PAR-RUTA-CORRIDAS-LEDGER   PIC X(60).
              10 PAR-RUTA-CONCEPTOS-LIQ     PIC X(60).
              10 PAR-RUTA-CONCEPTOS-LIQ-NVO PIC X(60).
              10 PAR-RUTA-PERIODOS-LIQ      PIC X(60).
              10 PAR-RUTA-LIQUIDACION       PIC X(60).
              10 PAR-RUTA-LIQ-REGISTRO-RPT  PIC X(60).
              10 PAR-RUTA-LIQ-TMP           PIC X(60).
              10 PAR-RUTA-LIQ-ORDENADA      PIC X(60).
              10 PAR-RUTA-PARITARIA-DEF     PIC X(60).
              10 PAR-RUTA-PARITARIA-RPT     PIC X(60).
              10 PAR-RUTA-PARITARIA-TMP     PIC X(60).
              10 PAR-RUTA-OPERADORES        PIC X(60).
              10 PAR-RUTA-SIMULACION-MAESTRO PIC X(60).
              10 PAR-RUTA-SIMULACION-TMP    PIC X(60).
              10 PAR-RUTA-SIMULACION-RPT    PIC X(60).
              10 PAR-RUTA-CONFLICTOS-RPT    PIC X(60).
              10 PAR-RUTA-MOVIMIENTOS-RPT   PIC X(60).
              10 PAR-RUTA-MOVIMIENTOS-TMP   PIC X(60).
              10 PAR-RUTA-ARCHIVO-TMP       PIC X(60).
              10 PAR-RUTA-ARCHIVO-SORT      PIC X(60).
              10 PAR-RUTA-ARCHIVO-RPT       PIC X(60).
              10 PAR-RUTA-VAC-SALDOS        PIC X(60).
              10 PAR-RUTA-VAC-SALDOS-NVO    PIC X(60).
              10 PAR-RUTA-VAC-TRANS         PIC X(60).
              10 PAR-RUTA-VAC-MOVIMIENTOS   PIC X(60).
              10 PAR-RUTA-VAC-RECHAZOS      PIC X(60).
              10 PAR-RUTA-VAC-OTORGA-RPT    PIC X(60).
              10 PAR-RUTA-VAC-REGISTRO-RPT  PIC X(60).
              10 PAR-RUTA-VAC-SALDOS-RPT    PIC X(60).
              10 PAR-RUTA-CARGA-CONTROL-RPT PIC X(60).
