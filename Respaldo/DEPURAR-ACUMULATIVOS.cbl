      ******************************************************************
      * Author: Burgio
      * Purpose: Depuracion periodica de los archivos que el circuito
      *          de empleados solo hace crecer: EMP-HISTORIA.DAT,
      *          AUDITORIA.LOG, CORRIDAS-LEDGER.DAT y
      *          SUSP-PENDIENTES.DAT. Lo que tiene mas antiguedad que
      *          RETENCION-MESES (contada desde el primer dia del mes
      *          de la fecha efectiva) pasa a un archivo anual por
      *          archivo y por anio, ruta del archivo + '.Aaaaa',
      *          abierto en EXTEND para que dos depuraciones del mismo
      *          anio se sumen; lo demas queda en linea. Por cada
      *          archivo anual y por lo que queda se informa cantidad
      *          y total de control (EMP-ID en el historial y en los
      *          suspensos, fecha AAMMDD en el log y en el libro de
      *          corridas), y el archivo en linea solo se reemplaza si
      *          leidos = archivados + quedan en las dos cifras.
      *          Para que VERIFICAR-MAESTRO y RESTAURAR-MAESTRO sigan
      *          andando sin los movimientos viejos, el historial que
      *          queda arranca con una imagen base por empleado
      *          (codigo 'I', fechada en el dia de corte): la ultima
      *          imagen nueva que tenia en lo depurado, salvo que lo
      *          ultimo haya sido una baja fisica. La depuracion se
      *          niega (RETURN-CODE 16, sin tocar nada) si el corte
      *          cae despues de la fecha de la generacion de respaldo
      *          mas vieja que se conserva, o si no hay ninguna: una
      *          restauracion desde esa generacion necesita todos los
      *          movimientos posteriores a ella.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURAR-ACUMULATIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Los cuatro acumulativos se recorren de a uno sobre la misma
      * FD de entrada, la de lo que queda y la del archivo anual: la
      * ruta se cambia antes de cada OPEN.
       SELECT OPTIONAL ACUM-ENTRADA ASSIGN TO DYNAMIC RUT-ENTRADA
           FILE STATUS IS FS-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ACUM-QUEDA ASSIGN TO DYNAMIC RUT-QUEDA
           FILE STATUS IS FS-QUEDA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ACUM-ANUAL ASSIGN TO DYNAMIC RUT-ANUAL
           FILE STATUS IS FS-ANUAL
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORKFILE ASSIGN TO DYNAMIC RUT-WORKFILE.

       SELECT DEPURA-RPT ASSIGN TO DYNAMIC RUT-DEPURA-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACUM-ENTRADA.
       01 ENT-REGISTRO            PIC X(180).
       01 ENT-HISTORIA.
            02 ENT-HIST-CODIGO     PIC X(01).
            02 ENT-HIST-ID         PIC 9(07).
            02 ENT-HIST-FECHA      PIC X(06).
            02 ENT-HIST-IMAGEN-ANTERIOR PIC X(75).
            02 ENT-HIST-IMAGEN-NUEVA    PIC X(75).
            02 ENT-HIST-OPERADOR   PIC X(08).
            02 ENT-HIST-APROBADOR  PIC X(08).
      * Linea de AUDITORIA.LOG tal como la arma REGISTRAR-AUDITORIA:
      * programa, dos blancos y la fecha DD/MM/AA.
       01 ENT-AUDITORIA.
            02 ENT-AUD-PROGRAMA    PIC X(10).
            02 FILLER              PIC X(02).
            02 ENT-AUD-DD          PIC X(02).
            02 FILLER              PIC X(01).
            02 ENT-AUD-MM          PIC X(02).
            02 FILLER              PIC X(01).
            02 ENT-AUD-AA          PIC X(02).
            02 FILLER              PIC X(160).
       01 ENT-LEDGER.
            02 ENT-LED-FECHA       PIC X(06).
            02 FILLER              PIC X(174).
       01 ENT-SUSPENSO.
            02 ENT-SPS-ID          PIC 9(07).
            02 ENT-SPS-NOMBRE      PIC X(20).
            02 ENT-SPS-SALARIO-ANT PIC 9(09)V99.
            02 ENT-SPS-SALARIO-NVO PIC 9(09)V99.
            02 ENT-SPS-FECHA       PIC X(06).
            02 FILLER              PIC X(125).

       FD ACUM-QUEDA.
       01 QUE-REGISTRO            PIC X(180).

       FD ACUM-ANUAL.
       01 ANU-REGISTRO            PIC X(180).

      * Lo depurado del historial se ordena por EMP-ID con la
      * secuencia de llegada como segunda clave, igual que en
      * VERIFICAR-MAESTRO: la ultima imagen de cada grupo es la base.
       SD WORKFILE.
       01 WORKREC.
            02 WK-ID           PIC 9(07).
            02 WK-SECUENCIA    PIC 9(09).
            02 WK-CODIGO       PIC X(01).
            02 WK-IMAGEN-NUEVA PIC X(75).

       FD DEPURA-RPT.
       01 LINEA-DEPURA        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-ENTRADA         PIC X(02).
           05  FS-QUEDA           PIC X(02).
           05  FS-ANUAL           PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 110; las de
      * entrada y archivo anual se arman por cada acumulativo.
       01  WS-RUTAS-DATASETS.
           05  RUT-ENTRADA           PIC X(60).
           05  RUT-QUEDA             PIC X(60).
           05  RUT-ANUAL             PIC X(60).
           05  RUT-WORKFILE          PIC X(60).
           05  RUT-DEPURA-RPT        PIC X(60).
           05  RUT-GENERACION        PIC X(60).

      * Los cuatro acumulativos, en el orden en que se depuran. El
      * tipo dice de donde sale la fecha y el total de control.
       01  WS-TABLA-ACUMULATIVOS.
           05 TA-ENTRADA OCCURS 4 TIMES.
              10 TA-NOMBRE         PIC X(16).
              10 TA-TIPO           PIC X(01).
                 88 TA-HISTORIA       VALUE 'H'.
                 88 TA-AUDITORIA      VALUE 'A'.
                 88 TA-LEDGER         VALUE 'L'.
                 88 TA-SUSPENSOS      VALUE 'S'.
              10 TA-RUTA           PIC X(60).
       01  WS-A                   PIC 9(01) VALUE ZERO.

      * Archivos anuales tocados por el acumulativo en curso.
       01  WS-TABLA-ANIOS-CANT    PIC 9(02) VALUE ZERO.
       01  WS-TABLA-ANIOS.
           05 TAN-ENTRADA OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-TABLA-ANIOS-CANT
                 INDEXED BY IX-ANIO.
              10 TAN-ANIO          PIC 9(04).
              10 TAN-CANT          PIC 9(07).
              10 TAN-HASH          PIC 9(15).
              10 TAN-RUTA          PIC X(60).

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07) VALUE ZERO.
           05 WS-CONT-ARCHIVADOS  PIC 9(07) VALUE ZERO.
           05 WS-CONT-QUEDAN      PIC 9(07) VALUE ZERO.
           05 WS-CONT-SIN-FECHA   PIC 9(07) VALUE ZERO.
           05 WS-CONT-BASE        PIC 9(07) VALUE ZERO.
           05 WS-CONT-TOTAL-ARCH  PIC 9(07) VALUE ZERO.
           05 WS-CONT-NO-CUADRA   PIC 9(07) VALUE ZERO.

       01  WS-TOTALES-CONTROL.
           05 WS-HASH-LEIDOS      PIC 9(15) VALUE ZERO.
           05 WS-HASH-ARCHIVADOS  PIC 9(15) VALUE ZERO.
           05 WS-HASH-QUEDAN      PIC 9(15) VALUE ZERO.
           05 WS-HASH-REGISTRO    PIC 9(09) VALUE ZERO.
           05 WS-CONT-CONTROL     PIC 9(07) VALUE ZERO.
           05 WS-HASH-CONTROL     PIC 9(15) VALUE ZERO.

       01  WS-SECUENCIA           PIC 9(09) VALUE ZERO.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

      * Fecha de corte: primer dia del mes que queda RETENCION-MESES
      * atras de la fecha efectiva. Todo lo fechado antes se depura.
      * Las comparaciones se hacen en AAAAMMDD (ventana 50: AA menor
      * a 50 es 20AA) para no confundir 99 con 2099.
       01  WS-CORTE.
           05 WS-CORTE-AA         PIC 9(02) VALUE ZERO.
           05 WS-CORTE-MM         PIC 9(02) VALUE ZERO.
           05 WS-CORTE-DD         PIC 9(02) VALUE 01.
       01  WS-CORTE-LARGA         PIC 9(08) VALUE ZERO.
       01  WS-CORTE-MESES         PIC 9(06) VALUE ZERO.
       01  WS-CORTE-ANIO4         PIC 9(04) VALUE ZERO.
       01  WS-CORTE-SIGLO         PIC 9(02) VALUE ZERO.

       01  WS-FECHA-CORTA.
           05 WS-FC-AA            PIC 9(02).
           05 WS-FC-MM            PIC 9(02).
           05 WS-FC-DD            PIC 9(02).
       01  WS-FECHA-LARGA.
           05 WS-FL-ANIO          PIC 9(04).
           05 WS-FL-MM            PIC 9(02).
           05 WS-FL-DD            PIC 9(02).
       01  WS-FECHA-LARGA-N REDEFINES WS-FECHA-LARGA PIC 9(08).

      * Generacion de respaldo mas vieja que se conserva: su fecha
      * sale del directorio (CBL_CHECK_FILE_EXIST), porque la
      * generacion es un volcado del maestro sin fecha adentro.
       01  WS-RUTA-GEN-BASE       PIC X(60).
       01  WS-GEN-BASE-LARGO      PIC 9(02) VALUE ZERO.
       01  WS-G                   PIC 9(02) VALUE ZERO.
       01  WS-GEN-NN              PIC 9(02) VALUE ZERO.
       01  WS-GEN-HALLADA-FLAG    PIC X(01) VALUE 'N'.
           88 GENERACION-HALLADA      VALUE 'S'.
       01  WS-GEN-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-GEN-FECHA-EDIT      PIC 9(06) VALUE ZERO.
       01  WS-DETALLE-ARCHIVO.
           05 DA-TAMANIO          PIC X(08) COMP-X.
           05 DA-DIA              PIC X(01) COMP-X.
           05 DA-MES              PIC X(01) COMP-X.
           05 DA-ANIO             PIC X(02) COMP-X.
           05 DA-HORA             PIC X(04).

      * Estado del registro en curso y del archivo anual abierto.
       01  WS-REG-ARCHIVA-FLAG    PIC X(01) VALUE 'N'.
           88 REGISTRO-A-ARCHIVAR     VALUE 'S'.
       01  WS-ANIO-ABIERTO        PIC 9(04) VALUE ZERO.
       01  WS-ANUAL-ABIERTO-FLAG  PIC X(01) VALUE 'N'.
           88 ANUAL-ABIERTO           VALUE 'S'.
       01  WS-ANUAL-FALLA-FLAG    PIC X(01) VALUE 'N'.
           88 ANUAL-FALLIDO           VALUE 'S'.
       01  WS-RUTA-LARGO          PIC 9(02) VALUE ZERO.

       01  WS-ENTRADA-EOF-FLAG    PIC X(01) VALUE 'N'.
           88 ENTRADA-EOF             VALUE 'S'.
       01  WS-ENTRADA-HAY-FLAG    PIC X(01) VALUE 'N'.
           88 ENTRADA-PRESENTE        VALUE 'S'.
       01  WS-FIN-TRABAJO-FLAG    PIC X(01) VALUE 'N'.
           88 FIN-TRABAJO             VALUE 'S'.

       01  WS-FALLA-FLAG          PIC X(01) VALUE 'N'.
           88 DEPURACION-FALLIDA      VALUE 'S'.

      * Ultima imagen vista del empleado en curso al recorrer lo
      * depurado del historial ya ordenado.
       01  WS-HIST-ACTUAL.
           05 WS-HIST-ID-ANT      PIC 9(07) VALUE ZERO.
           05 WS-HIST-HAY-ANT     PIC X(01) VALUE 'N'.
               88 HAY-EMPLEADO-EN-CURSO VALUE 'S'.
           05 WS-HIST-ULT-CODIGO  PIC X(01) VALUE SPACE.
           05 WS-HIST-ULT-IMAGEN  PIC X(75) VALUE SPACES.

      * Imagen base que abre el historial que queda en linea.
       01  WS-HIST-BASE.
           05 BAS-CODIGO          PIC X(01) VALUE 'I'.
           05 BAS-ID              PIC 9(07) VALUE ZERO.
           05 BAS-FECHA           PIC X(06) VALUE SPACES.
           05 BAS-IMAGEN-ANTERIOR PIC X(75) VALUE SPACES.
           05 BAS-IMAGEN-NUEVA    PIC X(75) VALUE SPACES.
           05 BAS-OPERADOR        PIC X(08) VALUE 'DEPURAR'.
           05 BAS-APROBADOR       PIC X(08) VALUE SPACES.

       COPY AUDITLOG.

       COPY PARAMRUN.

       01  WS-TITULO-DEPURA.
           05 TIT-DD            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-MM            PIC 99    VALUE ZERO.
           05 FILLER            PIC X     VALUE '/'.
           05 TIT-AA            PIC 99    VALUE ZERO.
           05 FILLER            PIC X(49) VALUE
               '  DEPURACION DE ARCHIVOS ACUMULATIVOS - CORTE AL '.
           05 TIT-CORTE         PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE
               '  (RETENCION: '.
           05 TIT-RETENCION     PIC ZZ9   VALUE ZERO.
           05 FILLER            PIC X(07) VALUE ' MESES)'.
           05 FILLER            PIC X(41) VALUE SPACES.

       01  WS-SEPARADOR         PIC X(72) VALUE ALL '*'.

       01  WS-LINEA-ACUMULATIVO.
           05 FILLER            PIC X(10) VALUE 'ARCHIVO:  '.
           05 ACU-NOMBRE        PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACU-RUTA          PIC X(60) VALUE SPACES.
           05 FILLER            PIC X(44) VALUE SPACES.

       01  WS-LINEA-CONTROL.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-CONCEPTO      PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE 'CANT: '.
           05 CTL-CANTIDAD      PIC ZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(09) VALUE '  HASH: '.
           05 CTL-HASH          PIC ZZZZZZZZZZZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CTL-RUTA          PIC X(60) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE SPACES.

       01  WS-LINEA-MENSAJE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MSG-DETALLE       PIC X(100) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE SPACES.

       01  WS-LINEA-VEREDICTO.
           05 FILLER            PIC X(12) VALUE 'DEPURACION: '.
           05 VER-VEREDICTO     PIC X(60) VALUE SPACES.
           05 FILLER            PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           PERFORM 150-CONTROLAR-GENERACIONES THRU 150-FIN.
           IF NOT DEPURACION-FALLIDA
             PERFORM 300-DEPURAR-ACUMULATIVO THRU 300-FIN
                VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
           END-IF.
           PERFORM 600-FIN-PROGRAMA THRU 600-FIN.

      ******************************************************************
      * Toma parametros, arma la fecha de corte y abre el reporte.
      * Sin retencion cargada no hay nada que depurar.
      ******************************************************************
       100-INICIO.
           PERFORM 110-TOMAR-PARAMETROS THRU 110-FIN.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
           ELSE
             MOVE PAR-FECHA-EFECTIVA TO WS-DATE
           END-IF.
           IF PAR-RETENCION-MESES EQUAL ZERO
             DISPLAY 'DEPURAR-ACUMULATIVOS: RETENCION-MESES EN CERO O'
                     ' AUSENTE, NO SE DEPURA NADA'
             GOBACK
           END-IF.
           MOVE WS-DAY   TO TIT-DD.
           MOVE WS-MONTH TO TIT-MM.
           MOVE WS-YEAR  TO TIT-AA.
           PERFORM 120-CALCULAR-CORTE THRU 120-FIN.
           MOVE WS-CORTE TO TIT-CORTE.
           MOVE PAR-RETENCION-MESES TO TIT-RETENCION.
           OPEN OUTPUT DEPURA-RPT.
           WRITE LINEA-DEPURA FROM WS-SEPARADOR.
           WRITE LINEA-DEPURA FROM WS-TITULO-DEPURA
              AFTER ADVANCING 1 LINE.
           WRITE LINEA-DEPURA FROM WS-SEPARADOR
              AFTER ADVANCING 1 LINE.
       100-FIN. EXIT.

      ******************************************************************
      * Toma rutas del archivo de control de la corrida: con
      * parametros malos o ausentes el programa termina aca, sin
      * abrir ningun archivo.
      ******************************************************************
       110-TOMAR-PARAMETROS.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** DEPURAR-ACUMULATIVOS: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-ARCHIVO-TMP     TO RUT-QUEDA.
           MOVE PAR-RUTA-ARCHIVO-SORT    TO RUT-WORKFILE.
           MOVE PAR-RUTA-ARCHIVO-RPT     TO RUT-DEPURA-RPT.
           MOVE PAR-RUTA-GENERACION-BASE TO WS-RUTA-GEN-BASE.
           MOVE 'EMP-HISTORIA'           TO TA-NOMBRE(1).
           MOVE 'H'                      TO TA-TIPO(1).
           MOVE PAR-RUTA-EMP-HISTORIA    TO TA-RUTA(1).
           MOVE 'AUDITORIA-LOG'          TO TA-NOMBRE(2).
           MOVE 'A'                      TO TA-TIPO(2).
           MOVE PAR-RUTA-AUDITORIA-LOG   TO TA-RUTA(2).
           MOVE 'CORRIDAS-LEDGER'        TO TA-NOMBRE(3).
           MOVE 'L'                      TO TA-TIPO(3).
           MOVE PAR-RUTA-CORRIDAS-LEDGER TO TA-RUTA(3).
           MOVE 'SUSP-PENDIENTES'        TO TA-NOMBRE(4).
           MOVE 'S'                      TO TA-TIPO(4).
           MOVE PAR-RUTA-SUSP-PENDIENTES TO TA-RUTA(4).
       110-FIN. EXIT.

      ******************************************************************
      * Corte = primer dia del mes de la fecha efectiva menos
      * RETENCION-MESES meses, contando los meses desde el anio cero.
      ******************************************************************
       120-CALCULAR-CORTE.
           MOVE WS-DATE TO WS-FECHA-CORTA.
           MOVE 01      TO WS-FC-DD.
           PERFORM 800-ALARGAR-FECHA THRU 800-FIN.
           COMPUTE WS-CORTE-MESES = (WS-FL-ANIO * 12) + WS-FL-MM - 1
                                  - PAR-RETENCION-MESES.
           DIVIDE WS-CORTE-MESES BY 12 GIVING WS-CORTE-ANIO4
              REMAINDER WS-CORTE-MM.
           ADD 1 TO WS-CORTE-MM.
           DIVIDE WS-CORTE-ANIO4 BY 100 GIVING WS-CORTE-SIGLO
              REMAINDER WS-CORTE-AA.
           MOVE 01 TO WS-CORTE-DD.
           COMPUTE WS-CORTE-LARGA = (WS-CORTE-ANIO4 * 10000)
                                  + (WS-CORTE-MM * 100) + 1.
           MOVE WS-CORTE-AA TO BAS-FECHA(1:2).
           MOVE WS-CORTE-MM TO BAS-FECHA(3:2).
           MOVE WS-CORTE-DD TO BAS-FECHA(5:2).
           DISPLAY 'DEPURAR-ACUMULATIVOS: CORTE AL ' WS-CORTE
                   ' (SE DEPURA LO ANTERIOR)'.
       120-FIN. EXIT.

      ******************************************************************
      * Busca la generacion de respaldo mas vieja que existe (de
      * GENERACIONES hacia la 01) y toma su fecha. Sin ninguna, o
      * con el corte posterior a esa fecha, no se depura: quedarian
      * movimientos que la restauracion desde esa generacion necesita.
      ******************************************************************
       150-CONTROLAR-GENERACIONES.
           PERFORM 156-MEDIR-BASE THRU 156-FIN.
           PERFORM 160-PROBAR-GENERACION THRU 160-FIN
              VARYING WS-G FROM PAR-GENERACIONES BY -1
              UNTIL (WS-G < 1) OR (GENERACION-HALLADA).
      * CBL_CHECK_FILE_EXIST deja su codigo en RETURN-CODE y una
      * generacion que todavia no existe no es un error de la corrida.
           MOVE ZERO TO RETURN-CODE.
           IF NOT GENERACION-HALLADA
             MOVE SPACES TO MSG-DETALLE
             STRING 'NO HAY GENERACIONES DE RESPALDO DE '
                    WS-RUTA-GEN-BASE(1:WS-GEN-BASE-LARGO)
                    ': NO SE DEPURA'
                DELIMITED BY SIZE INTO MSG-DETALLE
             END-STRING
             PERFORM 590-INFORMAR-FALLA THRU 590-FIN
             GO TO 150-FIN
           END-IF.
           MOVE WS-GEN-FECHA(3:6) TO WS-GEN-FECHA-EDIT.
           MOVE SPACES TO MSG-DETALLE.
           STRING 'GENERACION MAS VIEJA: ' DELIMITED BY SIZE
                  RUT-GENERACION DELIMITED BY SPACE
                  ' DEL ' WS-GEN-FECHA-EDIT DELIMITED BY SIZE
              INTO MSG-DETALLE
           END-STRING.
           WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
              AFTER ADVANCING 1 LINE.
           IF WS-CORTE-LARGA > WS-GEN-FECHA
             MOVE SPACES TO MSG-DETALLE
             STRING 'EL CORTE ' WS-CORTE
                    ' ES POSTERIOR A LA GENERACION MAS VIEJA ('
                    WS-GEN-FECHA-EDIT '): NO SE DEPURA'
                DELIMITED BY SIZE INTO MSG-DETALLE
             END-STRING
             PERFORM 590-INFORMAR-FALLA THRU 590-FIN
           END-IF.
       150-FIN. EXIT.

      * Largo util de la ruta base, para armar base + '.Gnn'.
       156-MEDIR-BASE.
           MOVE 60 TO WS-GEN-BASE-LARGO.
           PERFORM 156-ACHICAR THRU 156-ACHICAR-FIN
              UNTIL WS-RUTA-GEN-BASE(WS-GEN-BASE-LARGO:1) NOT = SPACE.
       156-FIN. EXIT.

       156-ACHICAR.
           SUBTRACT 1 FROM WS-GEN-BASE-LARGO.
       156-ACHICAR-FIN. EXIT.

       160-PROBAR-GENERACION.
           MOVE WS-G TO WS-GEN-NN.
           MOVE SPACES TO RUT-GENERACION.
           STRING WS-RUTA-GEN-BASE(1:WS-GEN-BASE-LARGO)
                  '.G' WS-GEN-NN
              DELIMITED BY SIZE INTO RUT-GENERACION
           END-STRING.
           CALL 'CBL_CHECK_FILE_EXIST' USING RUT-GENERACION
                                             WS-DETALLE-ARCHIVO.
           IF RETURN-CODE EQUAL ZERO
             SET GENERACION-HALLADA TO TRUE
             COMPUTE WS-GEN-FECHA = (DA-ANIO * 10000)
                                  + (DA-MES * 100) + DA-DIA
           END-IF.
       160-FIN. EXIT.

      ******************************************************************
      * Depura un acumulativo: para el historial primero arma las
      * imagenes base (SORT de lo depurado) en el archivo de lo que
      * queda; despues un solo recorrido reparte cada registro entre
      * su archivo anual y lo que queda, y recien si los controles
      * cuadran se reemplaza el archivo en linea.
      ******************************************************************
       300-DEPURAR-ACUMULATIVO.
           PERFORM 305-LIMPIAR-CONTADORES THRU 305-FIN.
           MOVE TA-RUTA(WS-A)   TO RUT-ENTRADA.
           MOVE TA-NOMBRE(WS-A) TO ACU-NOMBRE.
           MOVE TA-RUTA(WS-A)   TO ACU-RUTA.
           WRITE LINEA-DEPURA FROM WS-LINEA-ACUMULATIVO
              AFTER ADVANCING 2 LINES.

           OPEN INPUT ACUM-ENTRADA.
           IF FS-ENTRADA EQUAL '00'
             SET ENTRADA-PRESENTE TO TRUE
           END-IF.
           CLOSE ACUM-ENTRADA.
           IF NOT ENTRADA-PRESENTE
             MOVE 'ARCHIVO INEXISTENTE: NADA QUE DEPURAR'
                TO MSG-DETALLE
             WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
                AFTER ADVANCING 1 LINE
             GO TO 300-FIN
           END-IF.

           IF TA-HISTORIA(WS-A)
             SORT WORKFILE ON ASCENDING KEY WK-ID
                            ON ASCENDING KEY WK-SECUENCIA
               INPUT PROCEDURE IS 400-CARGAR-DEPURADOS THRU 400-FIN
               OUTPUT PROCEDURE IS 420-GRABAR-BASES THRU 420-FIN
             OPEN EXTEND ACUM-QUEDA
           ELSE
             OPEN OUTPUT ACUM-QUEDA
           END-IF.

           OPEN INPUT ACUM-ENTRADA.
           MOVE 'N' TO WS-ENTRADA-EOF-FLAG.
           PERFORM 310-LEER-ENTRADA THRU 310-FIN.
           PERFORM 320-REPARTIR-REGISTRO THRU 320-FIN
              UNTIL ENTRADA-EOF.
           CLOSE ACUM-ENTRADA
                 ACUM-QUEDA.
           IF ANUAL-ABIERTO
             CLOSE ACUM-ANUAL
           END-IF.

           PERFORM 500-INFORMAR-ACUMULATIVO THRU 500-FIN.
           PERFORM 350-REEMPLAZAR-ARCHIVO THRU 350-FIN.
       300-FIN. EXIT.

       305-LIMPIAR-CONTADORES.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-ARCHIVADOS
                        WS-CONT-QUEDAN WS-CONT-SIN-FECHA
                        WS-CONT-BASE WS-HASH-LEIDOS
                        WS-HASH-ARCHIVADOS WS-HASH-QUEDAN
                        WS-TABLA-ANIOS-CANT WS-SECUENCIA
                        WS-ANIO-ABIERTO.
           MOVE 'N' TO WS-ENTRADA-HAY-FLAG WS-ANUAL-ABIERTO-FLAG
                       WS-ANUAL-FALLA-FLAG WS-HIST-HAY-ANT.
       305-FIN. EXIT.

       310-LEER-ENTRADA.
           READ ACUM-ENTRADA
             AT END SET ENTRADA-EOF TO TRUE
           END-READ.
       310-FIN. EXIT.

      ******************************************************************
      * Un registro va a su archivo anual si esta fechado antes del
      * corte; si no, o si la fecha no se puede leer, queda en linea.
      ******************************************************************
       320-REPARTIR-REGISTRO.
           ADD 1 TO WS-CONT-LEIDOS.
           PERFORM 330-FECHAR-REGISTRO THRU 330-FIN.
           ADD WS-HASH-REGISTRO TO WS-HASH-LEIDOS.
           IF REGISTRO-A-ARCHIVAR
             PERFORM 340-ABRIR-ANUAL THRU 340-FIN
           END-IF.
           IF (REGISTRO-A-ARCHIVAR) AND (NOT ANUAL-FALLIDO)
             WRITE ANU-REGISTRO FROM ENT-REGISTRO
             ADD 1 TO WS-CONT-ARCHIVADOS TAN-CANT(IX-ANIO)
             ADD WS-HASH-REGISTRO TO WS-HASH-ARCHIVADOS
                                     TAN-HASH(IX-ANIO)
           ELSE
             WRITE QUE-REGISTRO FROM ENT-REGISTRO
             ADD 1 TO WS-CONT-QUEDAN
             ADD WS-HASH-REGISTRO TO WS-HASH-QUEDAN
           END-IF.
           PERFORM 310-LEER-ENTRADA THRU 310-FIN.
       320-FIN. EXIT.

      ******************************************************************
      * Saca la fecha AAMMDD y el total de control del registro segun
      * el acumulativo, y decide si cae antes del corte.
      ******************************************************************
       330-FECHAR-REGISTRO.
           MOVE 'N'  TO WS-REG-ARCHIVA-FLAG.
           MOVE ZERO TO WS-HASH-REGISTRO.
           EVALUATE TRUE
             WHEN TA-HISTORIA(WS-A)
               MOVE ENT-HIST-FECHA TO WS-FECHA-CORTA
               IF ENT-HIST-ID NUMERIC
                 MOVE ENT-HIST-ID TO WS-HASH-REGISTRO
               END-IF
             WHEN TA-AUDITORIA(WS-A)
               MOVE ENT-AUD-AA TO WS-FECHA-CORTA(1:2)
               MOVE ENT-AUD-MM TO WS-FECHA-CORTA(3:2)
               MOVE ENT-AUD-DD TO WS-FECHA-CORTA(5:2)
               IF WS-FECHA-CORTA NUMERIC
                 MOVE WS-FECHA-CORTA TO WS-HASH-REGISTRO
               END-IF
             WHEN TA-LEDGER(WS-A)
               MOVE ENT-LED-FECHA TO WS-FECHA-CORTA
               IF WS-FECHA-CORTA NUMERIC
                 MOVE WS-FECHA-CORTA TO WS-HASH-REGISTRO
               END-IF
             WHEN TA-SUSPENSOS(WS-A)
               MOVE ENT-SPS-FECHA TO WS-FECHA-CORTA
               IF ENT-SPS-ID NUMERIC
                 MOVE ENT-SPS-ID TO WS-HASH-REGISTRO
               END-IF
           END-EVALUATE.
           IF WS-FECHA-CORTA NOT NUMERIC
             ADD 1 TO WS-CONT-SIN-FECHA
             GO TO 330-FIN
           END-IF.
           PERFORM 800-ALARGAR-FECHA THRU 800-FIN.
           IF WS-FECHA-LARGA-N < WS-CORTE-LARGA
             SET REGISTRO-A-ARCHIVAR TO TRUE
           END-IF.
       330-FIN. EXIT.

      ******************************************************************
      * Deja abierto en EXTEND el archivo anual del registro en curso
      * (ruta del acumulativo + '.Aaaaa'). Los acumulativos se graban
      * en orden de fecha, asi que el cambio de anio es raro; si igual
      * vuelve un anio ya tocado, se reabre y se sigue agregando.
      ******************************************************************
       340-ABRIR-ANUAL.
           IF (ANUAL-ABIERTO) AND (WS-FL-ANIO EQUAL WS-ANIO-ABIERTO)
             GO TO 340-FIN
           END-IF.
           IF ANUAL-ABIERTO
             CLOSE ACUM-ANUAL
             MOVE 'N' TO WS-ANUAL-ABIERTO-FLAG
           END-IF.
           MOVE 'N' TO WS-ANUAL-FALLA-FLAG.
           SET IX-ANIO TO 1.
           SEARCH TAN-ENTRADA
             AT END PERFORM 345-AGREGAR-ANIO THRU 345-FIN
             WHEN TAN-ANIO(IX-ANIO) EQUAL WS-FL-ANIO
               CONTINUE
           END-SEARCH.
           IF ANUAL-FALLIDO
             GO TO 340-FIN
           END-IF.
           MOVE TAN-RUTA(IX-ANIO) TO RUT-ANUAL.
           OPEN EXTEND ACUM-ANUAL.
           IF (FS-ANUAL NOT = '00') AND (FS-ANUAL NOT = '05')
             MOVE SPACES TO MSG-DETALLE
             STRING 'NO SE PUDO ABRIR EL ARCHIVO ANUAL '
                       DELIMITED BY SIZE
                    RUT-ANUAL DELIMITED BY SPACE
                    ' FILE STATUS #' FS-ANUAL DELIMITED BY SIZE
                INTO MSG-DETALLE
             END-STRING
             PERFORM 590-INFORMAR-FALLA THRU 590-FIN
             SET ANUAL-FALLIDO TO TRUE
             GO TO 340-FIN
           END-IF.
           SET ANUAL-ABIERTO TO TRUE.
           MOVE WS-FL-ANIO TO WS-ANIO-ABIERTO.
       340-FIN. EXIT.

      * Anio nuevo para el acumulativo en curso: arma la ruta anual.
      * Una ruta que no entra en 60 posiciones deja el registro en
      * linea, no se trunca el nombre.
       345-AGREGAR-ANIO.
           MOVE 54 TO WS-RUTA-LARGO.
           IF RUT-ENTRADA(55:6) NOT = SPACES
               OR WS-TABLA-ANIOS-CANT NOT < 50
             MOVE SPACES TO MSG-DETALLE
             STRING 'SIN LUGAR PARA EL ARCHIVO ANUAL ' WS-FL-ANIO
                    ' DE ' DELIMITED BY SIZE
                    RUT-ENTRADA DELIMITED BY SPACE
                INTO MSG-DETALLE
             END-STRING
             PERFORM 590-INFORMAR-FALLA THRU 590-FIN
             SET ANUAL-FALLIDO TO TRUE
             GO TO 345-FIN
           END-IF.
           PERFORM 346-ACHICAR-RUTA THRU 346-FIN
              UNTIL RUT-ENTRADA(WS-RUTA-LARGO:1) NOT = SPACE.
           ADD 1 TO WS-TABLA-ANIOS-CANT.
           SET IX-ANIO TO WS-TABLA-ANIOS-CANT.
           MOVE WS-FL-ANIO TO TAN-ANIO(IX-ANIO).
           MOVE ZERO       TO TAN-CANT(IX-ANIO) TAN-HASH(IX-ANIO).
           MOVE SPACES     TO TAN-RUTA(IX-ANIO).
           STRING RUT-ENTRADA(1:WS-RUTA-LARGO) '.A' WS-FL-ANIO
              DELIMITED BY SIZE INTO TAN-RUTA(IX-ANIO)
           END-STRING.
       345-FIN. EXIT.

       346-ACHICAR-RUTA.
           SUBTRACT 1 FROM WS-RUTA-LARGO.
       346-FIN. EXIT.

      ******************************************************************
      * Con los controles cuadrados y algo archivado, lo que queda
      * reemplaza al archivo en linea (mismo mecanismo de
      * CBL_RENAME_FILE que usa LIBERAR-SUSPENSOS con sus
      * pendientes). Sin nada archivado el original no se toca.
      ******************************************************************
       350-REEMPLAZAR-ARCHIVO.
           COMPUTE WS-CONT-CONTROL = WS-CONT-ARCHIVADOS
                                   + WS-CONT-QUEDAN.
           COMPUTE WS-HASH-CONTROL = WS-HASH-ARCHIVADOS
                                   + WS-HASH-QUEDAN.
           IF (WS-CONT-CONTROL NOT = WS-CONT-LEIDOS)
               OR (WS-HASH-CONTROL NOT = WS-HASH-LEIDOS)
             ADD 1 TO WS-CONT-NO-CUADRA
             MOVE SPACES TO MSG-DETALLE
             STRING 'CONTROLES DE ' DELIMITED BY SIZE
                    TA-NOMBRE(WS-A) DELIMITED BY SPACE
                    ' NO CUADRAN: EL ARCHIVO EN LINEA NO SE REEMPLAZA'
                       DELIMITED BY SIZE
                INTO MSG-DETALLE
             END-STRING
             PERFORM 590-INFORMAR-FALLA THRU 590-FIN
             GO TO 350-FIN
           END-IF.
           IF WS-CONT-ARCHIVADOS EQUAL ZERO
             MOVE 'NADA ANTERIOR AL CORTE: EL ARCHIVO QUEDA COMO ESTA'
                TO MSG-DETALLE
             WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
                AFTER ADVANCING 1 LINE
             GO TO 350-FIN
           END-IF.
           CALL 'CBL_DELETE_FILE' USING RUT-ENTRADA.
           CALL 'CBL_RENAME_FILE' USING RUT-QUEDA
                                         RUT-ENTRADA.
           MOVE ZERO TO RETURN-CODE.
           ADD WS-CONT-ARCHIVADOS TO WS-CONT-TOTAL-ARCH.
           MOVE 'CONTROLES CUADRAN: ARCHIVO EN LINEA REEMPLAZADO'
              TO MSG-DETALLE.
           WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
              AFTER ADVANCING 1 LINE.
       350-FIN. EXIT.

      ******************************************************************
      * Procedimiento de entrada del SORT: libera, numerados en su
      * orden de llegada, los movimientos del historial que caen
      * antes del corte (incluidas las imagenes base de una
      * depuracion anterior).
      ******************************************************************
       400-CARGAR-DEPURADOS.
           OPEN INPUT ACUM-ENTRADA.
           MOVE 'N' TO WS-ENTRADA-EOF-FLAG.
           PERFORM 310-LEER-ENTRADA THRU 310-FIN.
           PERFORM 410-LIBERAR-DEPURADO THRU 410-FIN
              UNTIL ENTRADA-EOF.
           CLOSE ACUM-ENTRADA.
       400-FIN. EXIT.

       410-LIBERAR-DEPURADO.
           ADD 1 TO WS-SECUENCIA.
           PERFORM 330-FECHAR-REGISTRO THRU 330-FIN.
           IF REGISTRO-A-ARCHIVAR
             MOVE ENT-HIST-ID           TO WK-ID
             MOVE WS-SECUENCIA          TO WK-SECUENCIA
             MOVE ENT-HIST-CODIGO       TO WK-CODIGO
             MOVE ENT-HIST-IMAGEN-NUEVA TO WK-IMAGEN-NUEVA
             RELEASE WORKREC
           END-IF.
           PERFORM 310-LEER-ENTRADA THRU 310-FIN.
       410-FIN. EXIT.

      ******************************************************************
      * Procedimiento de salida del SORT: al quebrar el EMP-ID la
      * ultima imagen vista es como estaba el empleado al corte, y se
      * graba como imagen base al principio de lo que queda. Una baja
      * fisica (imagen nueva en SPACES) no deja base: el empleado ya
      * no estaba en el maestro.
      ******************************************************************
       420-GRABAR-BASES.
           OPEN OUTPUT ACUM-QUEDA.
           MOVE 'N' TO WS-FIN-TRABAJO-FLAG.
           MOVE 'N' TO WS-HIST-HAY-ANT.
           PERFORM 430-RETORNAR-DEPURADO THRU 430-FIN
              UNTIL FIN-TRABAJO.
           IF HAY-EMPLEADO-EN-CURSO
             PERFORM 450-GRABAR-BASE THRU 450-FIN
           END-IF.
           CLOSE ACUM-QUEDA.
       420-FIN. EXIT.

       430-RETORNAR-DEPURADO.
           RETURN WORKFILE
             AT END SET FIN-TRABAJO TO TRUE
             NOT AT END PERFORM 440-ACUMULAR-DEPURADO THRU 440-FIN
           END-RETURN.
       430-FIN. EXIT.

       440-ACUMULAR-DEPURADO.
           IF (HAY-EMPLEADO-EN-CURSO)
               AND (WK-ID NOT = WS-HIST-ID-ANT)
             PERFORM 450-GRABAR-BASE THRU 450-FIN
           END-IF.
           MOVE WK-ID           TO WS-HIST-ID-ANT.
           MOVE WK-CODIGO       TO WS-HIST-ULT-CODIGO.
           MOVE WK-IMAGEN-NUEVA TO WS-HIST-ULT-IMAGEN.
           MOVE 'S'             TO WS-HIST-HAY-ANT.
       440-FIN. EXIT.

       450-GRABAR-BASE.
           IF (WS-HIST-ULT-CODIGO EQUAL 'B')
               AND (WS-HIST-ULT-IMAGEN EQUAL SPACES)
             GO TO 450-FIN
           END-IF.
           MOVE WS-HIST-ID-ANT     TO BAS-ID.
           MOVE WS-HIST-ULT-IMAGEN TO BAS-IMAGEN-NUEVA.
           WRITE QUE-REGISTRO FROM WS-HIST-BASE.
           ADD 1 TO WS-CONT-BASE.
       450-FIN. EXIT.

      ******************************************************************
      * Cantidades y totales de control del acumulativo: uno por
      * archivo anual tocado, lo que queda y lo leido.
      ******************************************************************
       500-INFORMAR-ACUMULATIVO.
           PERFORM 510-INFORMAR-ANIO THRU 510-FIN
              VARYING IX-ANIO FROM 1 BY 1
              UNTIL IX-ANIO > WS-TABLA-ANIOS-CANT.
           MOVE 'ARCHIVADOS (TOTAL)'  TO CTL-CONCEPTO.
           MOVE WS-CONT-ARCHIVADOS    TO CTL-CANTIDAD.
           MOVE WS-HASH-ARCHIVADOS    TO CTL-HASH.
           MOVE SPACES                TO CTL-RUTA.
           WRITE LINEA-DEPURA FROM WS-LINEA-CONTROL
              AFTER ADVANCING 1 LINE.
           MOVE 'QUEDAN EN LINEA'     TO CTL-CONCEPTO.
           MOVE WS-CONT-QUEDAN        TO CTL-CANTIDAD.
           MOVE WS-HASH-QUEDAN        TO CTL-HASH.
           WRITE LINEA-DEPURA FROM WS-LINEA-CONTROL
              AFTER ADVANCING 1 LINE.
           MOVE 'LEIDOS'              TO CTL-CONCEPTO.
           MOVE WS-CONT-LEIDOS        TO CTL-CANTIDAD.
           MOVE WS-HASH-LEIDOS        TO CTL-HASH.
           WRITE LINEA-DEPURA FROM WS-LINEA-CONTROL
              AFTER ADVANCING 1 LINE.
           IF WS-CONT-SIN-FECHA > ZERO
             MOVE SPACES TO MSG-DETALLE
             STRING 'REGISTROS SIN FECHA LEGIBLE (QUEDAN EN LINEA): '
                    WS-CONT-SIN-FECHA
                DELIMITED BY SIZE INTO MSG-DETALLE
             END-STRING
             WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
                AFTER ADVANCING 1 LINE
           END-IF.
           IF TA-HISTORIA(WS-A)
             MOVE SPACES TO MSG-DETALLE
             STRING 'IMAGENES BASE AL ' WS-CORTE
                    ' AL PRINCIPIO DEL HISTORIAL: ' WS-CONT-BASE
                DELIMITED BY SIZE INTO MSG-DETALLE
             END-STRING
             WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
                AFTER ADVANCING 1 LINE
           END-IF.
           DISPLAY TA-NOMBRE(WS-A) ' LEIDOS: ' WS-CONT-LEIDOS
                   ' ARCHIVADOS: ' WS-CONT-ARCHIVADOS
                   ' QUEDAN: ' WS-CONT-QUEDAN.
       500-FIN. EXIT.

       510-INFORMAR-ANIO.
           MOVE SPACES                TO CTL-CONCEPTO.
           STRING 'ARCHIVO ANUAL ' TAN-ANIO(IX-ANIO)
              DELIMITED BY SIZE INTO CTL-CONCEPTO
           END-STRING.
           MOVE TAN-CANT(IX-ANIO)     TO CTL-CANTIDAD.
           MOVE TAN-HASH(IX-ANIO)     TO CTL-HASH.
           MOVE TAN-RUTA(IX-ANIO)     TO CTL-RUTA.
           WRITE LINEA-DEPURA FROM WS-LINEA-CONTROL
              AFTER ADVANCING 1 LINE.
       510-FIN. EXIT.

       590-INFORMAR-FALLA.
           SET DEPURACION-FALLIDA TO TRUE.
           WRITE LINEA-DEPURA FROM WS-LINEA-MENSAJE
              AFTER ADVANCING 1 LINE.
           DISPLAY '*** DEPURAR-ACUMULATIVOS: ' MSG-DETALLE.
       590-FIN. EXIT.

       600-FIN-PROGRAMA.
           IF DEPURACION-FALLIDA
             MOVE 'CON OBSERVACIONES - REVISAR ANTES DE REINTENTAR'
                TO VER-VEREDICTO
           ELSE
             MOVE 'COMPLETA - CONTROLES CUADRADOS' TO VER-VEREDICTO
           END-IF.
           WRITE LINEA-DEPURA FROM WS-LINEA-VEREDICTO
              AFTER ADVANCING 2 LINES.
           CLOSE DEPURA-RPT.

           DISPLAY '           RESUMEN DE LA DEPURACION'.
           DISPLAY 'CORTE AL:                   ' WS-CORTE.
           DISPLAY 'REGISTROS ARCHIVADOS:       ' WS-CONT-TOTAL-ARCH.
           DISPLAY 'ACUMULATIVOS SIN CUADRAR:   ' WS-CONT-NO-CUADRA.

           PERFORM 610-AUDITAR-CORRIDA THRU 610-FIN.

           IF DEPURACION-FALLIDA
             MOVE 16 TO RETURN-CODE
           END-IF.

      * GOBACK en lugar de STOP RUN: DEPURAR-ACUMULATIVOS corre suelto,
      * fuera del pipeline, cuando no hay ninguna corrida en curso.
           GOBACK.
       600-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la corrida en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl), ya depurado.
      ******************************************************************
       610-AUDITAR-CORRIDA.
           MOVE 'DEPURAR'            TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-TOTAL-ARCH   TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-NO-CUADRA    TO AUD-CANT-RECHAZADOS
           MOVE 'EMP-HISTORIA/AUDITORIA/LEDGER/SUSPENSOS'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       610-FIN. EXIT.

      ******************************************************************
      * Pasa WS-FECHA-CORTA (AAMMDD) a WS-FECHA-LARGA (AAAAMMDD) con
      * ventana 50.
      ******************************************************************
       800-ALARGAR-FECHA.
           IF WS-FC-AA < 50
             COMPUTE WS-FL-ANIO = 2000 + WS-FC-AA
           ELSE
             COMPUTE WS-FL-ANIO = 1900 + WS-FC-AA
           END-IF.
           MOVE WS-FC-MM TO WS-FL-MM.
           MOVE WS-FC-DD TO WS-FL-DD.
       800-FIN. EXIT.
