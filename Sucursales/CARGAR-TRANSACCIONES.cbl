      ******************************************************************
      * Author: Burgio
      * Purpose: Carga por pantalla de las transacciones de las
      *          sucursales (altas, cambios y bajas) en EMPTRANS.DAT,
      *          para que dejen de armar el archivo a mano con un
      *          editor y de descubrir a la manana siguiente, en los
      *          rechazos de VALIDAR-TRANS, columnas corridas e IDs
      *          mal tipeados. El EMP-ID se busca en el maestro
      *          (EMPLEADO-ARCH.DAT) apenas se ingresa: un alta de un
      *          ID existente se corta ahi, y antes de un cambio o una
      *          baja se muestra el nombre, el salario y el
      *          departamento vigentes. Cada campo se controla al
      *          ingresarlo con los mismos criterios de VALIDAR-TRANS
      *          (departamento activo en DEPARTAMENTOS.DAT, fechas de
      *          calendario, fecha de ingreso no futura, fecha de baja
      *          no posterior a la efectiva, motivo R/D/J/F, operador
      *          habilitado en OPERADORES.DAT para el codigo y el
      *          departamento) y un cambio de salario que supera
      *          LIMITE-TOLERANCIA se avisa antes de grabarlo, con la
      *          opcion de cargarlo con la aprobacion de otro operador
      *          para que no quede en suspenso. Cada transaccion
      *          confirmada se agrega al final de EMPTRANS.DAT (OPEN
      *          EXTEND, igual que GENERAR-PARITARIA) con el layout
      *          exacto y el numero de lote de carga de la sesion; al
      *          cerrar la sesion se imprime en CARGA-CONTROL-RPT el
      *          comprobante de control del lote con el detalle, la
      *          cantidad por codigo y el total hash de salarios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-TRANSACCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO DYNAMIC RUT-EMPLEADO-ARCH
           FILE STATUS IS FS-EMPLEADO-ARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES.

      * Transacciones del dia: se lee una vez al abrir la sesion para
      * tomar el ultimo lote cargado y despues se agrega al final.
      * OPTIONAL por si todavia no hay archivo del dia.
       SELECT OPTIONAL TRANS-SALIDA ASSIGN TO DYNAMIC RUT-EMPTRANS
           FILE STATUS IS FS-EMPTRANS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Catalogo de departamentos que mantiene
      * Departamentos/MANTENER-DEPARTAMENTOS.cbl. OPTIONAL: sin
      * catalogo no se puede cargar ningun alta ni traslado.
       SELECT OPTIONAL ARCH-DEPARTAMENTOS ASSIGN TO DYNAMIC
           RUT-DEPARTAMENTOS
           FILE STATUS IS FS-DEPARTAMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * Autorizaciones de operadores (mismo archivo que controla
      * VALIDAR-TRANS).
       SELECT OPTIONAL ARCH-OPERADORES ASSIGN TO DYNAMIC
           RUT-OPERADORES
           FILE STATUS IS FS-OPERADORES
           ORGANIZATION IS LINE SEQUENTIAL.

      * Comprobantes de control de los lotes: cada sesion agrega el
      * suyo, asi no se pisa el de una sesion anterior sin imprimir.
       SELECT OPTIONAL CONTROL-RPT ASSIGN TO DYNAMIC RUT-CONTROL-RPT
           FILE STATUS IS FS-CONTROL-RPT
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
               88 EMP-ACTIVO      VALUE 'A' SPACE.
               88 EMP-INACTIVO    VALUE 'I'.
            02 EMP-FECHA-BAJA  PIC X(08).
            02 EMP-MOTIVO-BAJA PIC X(01).
            02 FILLER          PIC X(04).

      * Mismo layout que EMPTRANS en InsertarEmpleados.cbl; las cinco
      * posiciones libres antes del operador llevan el numero de lote
      * de carga (los demas programas las tratan como FILLER).
       FD TRANS-SALIDA.
       01 EMPTRANS.
            88 EMPTRANS-EOF VALUE HIGH-VALUES.
            02 TRANS-ID        PIC 9(07).
            02 TRANS-CODIGO    PIC X(01).
            02 TRANS-NOMBRE    PIC X(20).
            02 TRANS-SALARIO   PIC 9(09)V99.
            02 TRANS-APELLIDO  PIC X(10).
      * En una baja trae la fecha de baja (AAAAMMDD).
            02 TRANS-FECHA-INGRESO PIC X(08).
            02 TRANS-GENERO    PIC X(01).
            02 TRANS-APROBACION PIC X(01).
            02 TRANS-FECHA-EFECTIVA PIC X(06).
            02 TRANS-DEPARTAMENTO PIC X(04).
            02 TRANS-MOTIVO-BAJA PIC X(01).
            02 TRANS-LOTE      PIC X(05).
            02 TRANS-OPERADOR  PIC X(08).
            02 TRANS-APROBADOR PIC X(08).

       FD ARCH-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
            88 DEPARTAMENTOS-EOF VALUE HIGH-VALUES.
            02 DEP-CODIGO      PIC X(04).
            02 DEP-DESCRIPCION PIC X(30).
            02 DEP-ACTIVO      PIC X(01).
               88 DEP-ESTA-ACTIVO VALUE 'A'.

      * Una entrada por operador y alcance de departamento: los
      * codigos habilitados van como letras (p.ej. 'ACBR'), y el
      * departamento en blanco o '****' alcanza a todos.
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

       FD CONTROL-RPT.
       01 LINEA-CONTROL       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FS-EMPLEADO-ARCH   PIC X(02).
           05  FS-EMPTRANS        PIC X(02).
           05  FS-DEPARTAMENTOS   PIC X(02).
           05  FS-OPERADORES      PIC X(02).
           05  FS-CONTROL-RPT     PIC X(02).

      * Rutas de los datasets: llegan del archivo de control de la
      * corrida (PARAMETROS.DAT via LEER-PARAMETROS) en 100-INICIO,
      * antes de abrir ningun archivo.
       01  WS-RUTAS-DATASETS.
           05  RUT-EMPLEADO-ARCH     PIC X(60).
           05  RUT-EMPTRANS          PIC X(60).
           05  RUT-DEPARTAMENTOS     PIC X(60).
           05  RUT-OPERADORES        PIC X(60).
           05  RUT-CONTROL-RPT       PIC X(60).

      ******************************************************************
      * Departamentos activos del catalogo, con la descripcion para
      * mostrarla en pantalla.
      ******************************************************************
       01  WS-TABLA-DEP-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-DEPARTAMENTOS.
           05  WS-TABLA-DEP-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-DEP-CANT
                   INDEXED BY WS-DEP-IDX.
               10 TD-CODIGO       PIC X(04).
               10 TD-DESCRIPCION  PIC X(30).

       01  WS-DEP-HALLADO         PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Tabla de autorizaciones de operadores, con el mismo esquema
      * que la de VALIDAR-TRANS.
      ******************************************************************
       01  WS-TABLA-OPE-CANT      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05  WS-TABLA-OPE-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TABLA-OPE-CANT
                   INDEXED BY WS-OPE-IDX.
               10 TO-ID           PIC X(08).
               10 TO-CODIGOS      PIC X(04).
               10 TO-DEPARTAMENTO PIC X(04).
               10 TO-APRUEBA      PIC X(01).
               10 TO-NOMBRE       PIC X(30).

      * Control de permisos: operador (o aprobador) y departamento a
      * controlar para el codigo de la transaccion en curso.
       01  WS-CONTROL-OPERADOR.
           05 WS-PERM-OPERADOR    PIC X(08) VALUE SPACES.
           05 WS-PERM-DEPTO       PIC X(04) VALUE SPACES.
           05 WS-PERM-COD         PIC X(01) VALUE SPACE.
           05 WS-PERM-APROBAR     PIC X(01) VALUE 'N'.
               88 PERM-PARA-APROBAR   VALUE 'S'.
           05 WS-PERMISO-FLAG     PIC X(01) VALUE 'N'.
               88 PERMISO-HALLADO     VALUE 'S'.

      ******************************************************************
      * Datos de la sesion: operador que carga, su nombre segun
      * OPERADORES.DAT, el lote asignado y la hora de apertura y
      * cierre para el comprobante.
      ******************************************************************
       01  WS-SESION.
           05 WS-OPERADOR         PIC X(08) VALUE SPACES.
           05 WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
           05 WS-LOTE             PIC 9(05) VALUE ZERO.
           05 WS-LOTE-MAYOR       PIC 9(05) VALUE ZERO.
           05 WS-HORA-INICIO      PIC 9(08) VALUE ZERO.
           05 WS-HORA-FIN         PIC 9(08) VALUE ZERO.
           05 WS-SESION-FLAG      PIC X(01) VALUE 'N'.
               88 SESION-ABIERTA      VALUE 'S'.

      ******************************************************************
      * Transacciones grabadas en el lote, para el detalle del
      * comprobante y para no cargar dos veces el mismo EMP-ID en una
      * sesion (INSERTAR-EMPLEADOS las recibe ordenadas por ID y el
      * orden entre dos transacciones del mismo empleado no esta
      * garantizado).
      ******************************************************************
       01  WS-TABLA-LOTE-CANT     PIC 9(04) VALUE ZERO.
       01  WS-TABLA-LOTE.
           05  WS-TABLA-LOTE-ENTRADA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TABLA-LOTE-CANT
                   INDEXED BY WS-LOT-IDX.
               10 TL-ID           PIC 9(07).
               10 TL-CODIGO       PIC X(01).
               10 TL-NOMBRE       PIC X(20).
               10 TL-SALARIO      PIC 9(09)V99.
               10 TL-DEPARTAMENTO PIC X(04).
               10 TL-FECHA-EFECTIVA PIC X(06).
               10 TL-APROBADOR    PIC X(08).

       01  WS-LOTE-HALLADO-FLAG   PIC X(01) VALUE 'N'.
           88 ID-YA-EN-LOTE           VALUE 'S'.

       01  WS-CONTADORES.
           05 WS-CONT-ALTAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-CAMBIOS     PIC 9(05) VALUE ZERO.
           05 WS-CONT-BAJAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-GRABADAS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-APROBADAS   PIC 9(05) VALUE ZERO.
           05 WS-CONT-ANULADAS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-INVALIDAS   PIC 9(05) VALUE ZERO.

      * Total hash del lote: suma de TRANS-SALARIO de todo lo grabado
      * (las bajas viajan sin salario y suman cero), el mismo total
      * que se obtiene sumando la columna en EMPTRANS.DAT.
       01  WS-HASH-SALARIOS       PIC 9(13)V99 VALUE ZERO.

       01  WS-OPCION              PIC X(01) VALUE SPACE.
           88 OPCION-ALTA             VALUE 'A' 'a'.
           88 OPCION-CAMBIO           VALUE 'C' 'c'.
           88 OPCION-BAJA             VALUE 'B' 'b'.
           88 FIN-CARGA               VALUE 'X' 'x'.

       01  WS-GRABADA-FLAG        PIC X(01) VALUE 'N'.
           88 TRANSACCION-GRABADA     VALUE 'S'.

      ******************************************************************
      * Campos de pantalla: se aceptan en alfanumerico y recien se
      * pasan al registro despues de controlarlos.
      ******************************************************************
       01  WS-ID-INGRESADO        PIC X(07) VALUE SPACES.
       01  WS-NOMBRE-INGRESADO    PIC X(20) VALUE SPACES.
       01  WS-APELLIDO-INGRESADO  PIC X(10) VALUE SPACES.
       01  WS-SALARIO-INGRESADO   PIC X(11) VALUE SPACES.
       01  WS-SALARIO-NUM REDEFINES WS-SALARIO-INGRESADO
                                  PIC 9(09)V99.
       01  WS-FECHA-INGRESADA     PIC X(08) VALUE SPACES.
       01  WS-GENERO-INGRESADO    PIC X(01) VALUE SPACE.
           88 GENERO-OK               VALUE 'M' 'F'.
       01  WS-DEPTO-INGRESADO     PIC X(04) VALUE SPACES.
       01  WS-MOTIVO-INGRESADO    PIC X(01) VALUE SPACE.
           88 MOTIVO-OK               VALUE 'R' 'D' 'J' 'F'.
       01  WS-EFECTIVA-INGRESADA  PIC X(06) VALUE SPACES.
       01  WS-APROBADOR-INGRESADO PIC X(08) VALUE SPACES.
       01  WS-RESPUESTA           PIC X(01) VALUE SPACE.
           88 RESPUESTA-SI            VALUE 'S' 's'.

       01  WS-ENCONTRADO-FLAG     PIC X(01) VALUE 'N'.
           88 EMPLEADO-ENCONTRADO     VALUE 'S'.

       01  WS-MAESTRO-ABIERTO     PIC X(01) VALUE 'N'.
           88 MAESTRO-ABIERTO         VALUE 'S'.

       01  WS-CAMPO-OK-FLAG       PIC X(01) VALUE 'N'.
           88 CAMPO-OK                VALUE 'S'.

      * Control de tolerancia del cambio de salario, con la misma
      * multiplicacion cruzada que INSERTAR-EMPLEADOS.
       01  WS-LIMITE-TOLERANCIA   PIC 9(03) VALUE ZERO.
       01  WS-DIF-SALARIO         PIC 9(09)V99 VALUE ZERO.
       01  WS-PORC-CAMBIO         PIC 9(07)V99 VALUE ZERO.
       01  WS-PORC-EDITADO        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-TOLERANCIA-EDITADA  PIC ZZ9 VALUE ZERO.

       01  WS-SALARIO-EDITADO     PIC $Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.

      * Fecha de la corrida y fecha efectiva de la transaccion en
      * AAAAMMDD (siglo 20AA, como en todo el circuito), con los
      * mismos criterios de VALIDAR-TRANS: el ingreso no puede ser
      * futuro y la baja no puede ser posterior a la fecha efectiva.
       01  WS-FECHA-CORRIDA-LARGA.
           05 FILLER              PIC X(02) VALUE '20'.
           05 WS-FCL-AAMMDD       PIC X(06) VALUE SPACES.

       01  WS-FECHA-EFECTIVA-LARGA.
           05 FILLER              PIC X(02) VALUE '20'.
           05 WS-FEL-AAMMDD       PIC X(06) VALUE SPACES.

      * Control de calendario real sobre WS-FC-FECHA (AAAAMMDD).
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

      ******************************************************************
      * Lineas del comprobante de control del lote.
      ******************************************************************
       01  WS-SEPARADOR           PIC X(72) VALUE ALL '*'.

       01  WS-TITULO-CONTROL.
           05 FILLER              PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(42) VALUE
               'COMPROBANTE DE CONTROL DEL LOTE DE CARGA'.

       01  WS-CABECERA-LOTE.
           05 FILLER              PIC X(06) VALUE 'LOTE: '.
           05 CAB-LOTE            PIC 9(05) VALUE ZERO.
           05 FILLER              PIC X(10) VALUE '   FECHA: '.
           05 CAB-DD              PIC 99 VALUE ZERO.
           05 FILLER              PIC X(01) VALUE '/'.
           05 CAB-MM              PIC 99 VALUE ZERO.
           05 FILLER              PIC X(01) VALUE '/'.
           05 CAB-AA              PIC 99 VALUE ZERO.
           05 FILLER              PIC X(09) VALUE '   DESDE '.
           05 CAB-HH-INICIO       PIC 99 VALUE ZERO.
           05 FILLER              PIC X(01) VALUE ':'.
           05 CAB-MI-INICIO       PIC 99 VALUE ZERO.
           05 FILLER              PIC X(07) VALUE ' HASTA '.
           05 CAB-HH-FIN          PIC 99 VALUE ZERO.
           05 FILLER              PIC X(01) VALUE ':'.
           05 CAB-MI-FIN          PIC 99 VALUE ZERO.

       01  WS-CABECERA-OPERADOR.
           05 FILLER              PIC X(10) VALUE 'OPERADOR: '.
           05 CAB-OPERADOR        PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CAB-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.

       01  WS-CABECERA-DETALLE.
           05 FILLER              PIC X(10) VALUE 'EMP-ID'.
           05 FILLER              PIC X(04) VALUE 'COD'.
           05 FILLER              PIC X(22) VALUE 'NOMBRE'.
           05 FILLER              PIC X(17) VALUE '          SALARIO'.
           05 FILLER              PIC X(08) VALUE '   DEPTO'.
           05 FILLER              PIC X(10) VALUE ' EFECTIVA'.
           05 FILLER              PIC X(09) VALUE 'APROBADOR'.

       01  WS-LINEA-DETALLE.
           05 DET-ID              PIC 9(07) VALUE ZERO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-CODIGO          PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-NOMBRE          PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DET-SALARIO         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-DEPARTAMENTO    PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DET-FECHA-EFECTIVA  PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-APROBADOR       PIC X(08) VALUE SPACES.

       01  WS-LINEA-CANTIDAD.
           05 CAN-TEXTO           PIC X(40) VALUE SPACES.
           05 CAN-VALOR           PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-LINEA-HASH.
           05 FILLER              PIC X(40) VALUE
               'TOTAL HASH DE SALARIOS (TRANS-SALARIO):'.
           05 CAN-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-LINEA-FIRMAS.
           05 FILLER              PIC X(36) VALUE
               'FIRMA OPERADOR: ________________'.
           05 FILLER              PIC X(36) VALUE
               'CONTROL SUPERVISOR: ______________'.

       COPY AUDITLOG.

       COPY PARAMRUN.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-INICIO THRU 100-FIN.
           IF NOT FIN-CARGA
             PERFORM 200-MENU THRU 200-FIN UNTIL FIN-CARGA
           END-IF.
           PERFORM 300-FIN-PROGRAMA THRU 300-FIN.

      * Con parametros malos o ausentes el programa termina aca, sin
      * abrir ningun archivo: seguir agregaria transacciones a una
      * ruta en blanco.
       100-INICIO.
           CALL 'LEER-PARAMETROS' USING PARAMRUN-AREA.
           IF NOT PARAMETROS-OK
             DISPLAY '*** CARGAR-TRANSACCIONES: ' PAR-MENSAJE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE PAR-RUTA-EMPLEADO-ARCH     TO RUT-EMPLEADO-ARCH.
           MOVE PAR-RUTA-EMPTRANS          TO RUT-EMPTRANS.
           MOVE PAR-RUTA-DEPARTAMENTOS     TO RUT-DEPARTAMENTOS.
           MOVE PAR-RUTA-OPERADORES        TO RUT-OPERADORES.
           MOVE PAR-RUTA-CARGA-CONTROL-RPT TO RUT-CONTROL-RPT.
           MOVE PAR-LIMITE-TOLERANCIA      TO WS-LIMITE-TOLERANCIA.
           IF PAR-FECHA-EFECTIVA EQUAL SPACES
             ACCEPT WS-DATE FROM DATE
           ELSE
             MOVE PAR-FECHA-EFECTIVA TO WS-DATE
           END-IF.
           MOVE WS-DATE TO WS-FCL-AAMMDD.
           OPEN INPUT EMPLOYEEFILE.
           IF FS-EMPLEADO-ARCH NOT = "00"
             DISPLAY "ERROR AL ABRIR EL MAESTRO. FILE STATUS #",
                FS-EMPLEADO-ARCH
             MOVE 16 TO RETURN-CODE
             SET FIN-CARGA TO TRUE
             GO TO 100-FIN
           END-IF.
           SET MAESTRO-ABIERTO TO TRUE.
           PERFORM 120-CARGAR-DEPARTAMENTOS THRU 120-FIN.
           PERFORM 130-CARGAR-OPERADORES THRU 130-FIN.
           PERFORM 150-ABRIR-SESION THRU 150-FIN.
       100-FIN. EXIT.

      ******************************************************************
      * Carga en la tabla los departamentos activos del catalogo; los
      * inactivos no entran, con lo cual no se pueden elegir.
      ******************************************************************
       120-CARGAR-DEPARTAMENTOS.
           OPEN INPUT ARCH-DEPARTAMENTOS.
           IF (FS-DEPARTAMENTOS EQUAL '00')
               OR (FS-DEPARTAMENTOS EQUAL '05')
             PERFORM 125-LEER-DEPARTAMENTO THRU 125-FIN
                UNTIL DEPARTAMENTOS-EOF
           END-IF.
           CLOSE ARCH-DEPARTAMENTOS.
       120-FIN. EXIT.

       125-LEER-DEPARTAMENTO.
           READ ARCH-DEPARTAMENTOS
             AT END SET DEPARTAMENTOS-EOF TO TRUE
             NOT AT END
               IF (DEP-ESTA-ACTIVO) AND (WS-TABLA-DEP-CANT < 500)
                 ADD 1 TO WS-TABLA-DEP-CANT
                 MOVE DEP-CODIGO TO TD-CODIGO(WS-TABLA-DEP-CANT)
                 MOVE DEP-DESCRIPCION
                    TO TD-DESCRIPCION(WS-TABLA-DEP-CANT)
               END-IF
           END-READ.
       125-FIN. EXIT.

      ******************************************************************
      * Carga la tabla de autorizaciones de operadores; un registro
      * con el ID en blanco no habilita nada y se saltea.
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
                 MOVE OPE-CODIGOS  TO TO-CODIGOS(WS-TABLA-OPE-CANT)
                 MOVE OPE-DEPARTAMENTO
                                   TO TO-DEPARTAMENTO(WS-TABLA-OPE-CANT)
                 MOVE OPE-APRUEBA  TO TO-APRUEBA(WS-TABLA-OPE-CANT)
                 MOVE OPE-NOMBRE   TO TO-NOMBRE(WS-TABLA-OPE-CANT)
               END-IF
           END-READ.
       135-FIN. EXIT.

      ******************************************************************
      * Apertura de la sesion: el operador se identifica (tiene que
      * figurar en OPERADORES.DAT, si no VALIDAR-TRANS le rechazaria
      * todo lo que cargue), se le asigna el lote siguiente al ultimo
      * que ya tiene EMPTRANS.DAT y se abre el archivo para agregar.
      ******************************************************************
       150-ABRIR-SESION.
           DISPLAY 'OPERADOR (8 POSICIONES): '.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR EQUAL SPACES
             DISPLAY 'EL OPERADOR NO PUEDE QUEDAR EN BLANCO'
             MOVE 16 TO RETURN-CODE
             SET FIN-CARGA TO TRUE
             GO TO 150-FIN
           END-IF.
           MOVE SPACES TO WS-OPERADOR-NOMBRE.
           IF WS-TABLA-OPE-CANT > ZERO
             PERFORM 155-UBICAR-OPERADOR THRU 155-FIN
                VARYING WS-OPE-IDX FROM 1 BY 1
                UNTIL (WS-OPE-IDX > WS-TABLA-OPE-CANT)
                   OR (WS-OPERADOR-NOMBRE NOT = SPACES)
           END-IF.
           IF WS-OPERADOR-NOMBRE EQUAL SPACES
             DISPLAY 'OPERADOR NO HABILITADO EN OPERADORES.DAT: '
                      WS-OPERADOR
             MOVE 16 TO RETURN-CODE
             SET FIN-CARGA TO TRUE
             GO TO 150-FIN
           END-IF.
           PERFORM 160-ASIGNAR-LOTE THRU 160-FIN.
           OPEN EXTEND TRANS-SALIDA.
           IF (FS-EMPTRANS NOT = '00') AND (FS-EMPTRANS NOT = '05')
             DISPLAY 'ERROR AL ABRIR EMPTRANS.DAT. FILE STATUS #',
                FS-EMPTRANS
             MOVE 16 TO RETURN-CODE
             SET FIN-CARGA TO TRUE
             GO TO 150-FIN
           END-IF.
           SET SESION-ABIERTA TO TRUE.
           ACCEPT WS-HORA-INICIO FROM TIME.
           DISPLAY 'OPERADOR ' WS-OPERADOR ' - ' WS-OPERADOR-NOMBRE.
           DISPLAY 'LOTE DE CARGA ASIGNADO: ' WS-LOTE.
       150-FIN. EXIT.

      * Un operador con el nombre en blanco en el archivo figura con
      * su ID, para que igual quede identificado en el comprobante.
       155-UBICAR-OPERADOR.
           IF TO-ID(WS-OPE-IDX) EQUAL WS-OPERADOR
             MOVE TO-NOMBRE(WS-OPE-IDX) TO WS-OPERADOR-NOMBRE
             IF WS-OPERADOR-NOMBRE EQUAL SPACES
               MOVE WS-OPERADOR TO WS-OPERADOR-NOMBRE
             END-IF
           END-IF.
       155-FIN. EXIT.

      ******************************************************************
      * El lote de la sesion es el siguiente al mayor que ya figura en
      * EMPTRANS.DAT (las transacciones de GENERAR-PARITARIA y las
      * cargadas a mano vienen sin lote y no cuentan); despues del
      * 99999 se vuelve a empezar por el 00001.
      ******************************************************************
       160-ASIGNAR-LOTE.
           MOVE ZERO TO WS-LOTE-MAYOR.
           OPEN INPUT TRANS-SALIDA.
           IF (FS-EMPTRANS EQUAL '00') OR (FS-EMPTRANS EQUAL '05')
             PERFORM 165-LEER-TRANSACCION THRU 165-FIN
                UNTIL EMPTRANS-EOF
           END-IF.
           CLOSE TRANS-SALIDA.
           IF WS-LOTE-MAYOR EQUAL 99999
             MOVE 1 TO WS-LOTE
           ELSE
             COMPUTE WS-LOTE = WS-LOTE-MAYOR + 1
           END-IF.
       160-FIN. EXIT.

       165-LEER-TRANSACCION.
           READ TRANS-SALIDA
             AT END SET EMPTRANS-EOF TO TRUE
             NOT AT END
               IF (TRANS-LOTE NUMERIC)
                   AND (TRANS-LOTE > WS-LOTE-MAYOR)
                 MOVE TRANS-LOTE TO WS-LOTE-MAYOR
               END-IF
           END-READ.
       165-FIN. EXIT.

      ******************************************************************
      * Menu de la carga: cada opcion termina grabando la transaccion
      * o anulandola; lo anulado solo cuenta para el comprobante. Con
      * 'X' se cierra el lote y se imprime el comprobante.
      ******************************************************************
       200-MENU.
           DISPLAY 'LOTE ' WS-LOTE ' - (A)LTA (C)AMBIO (B)AJA '
                    '(X) CERRAR LOTE: '.
           ACCEPT WS-OPCION.
           MOVE 'N' TO WS-GRABADA-FLAG.
           EVALUATE TRUE
             WHEN (OPCION-ALTA OR OPCION-CAMBIO OR OPCION-BAJA)
                  AND (WS-TABLA-LOTE-CANT >= 2000)
               DISPLAY 'LOTE COMPLETO (2000 TRANSACCIONES): CIERRE '
                        'EL LOTE Y ABRA UNA SESION NUEVA'
             WHEN OPCION-ALTA
               PERFORM 210-ALTA THRU 210-FIN
             WHEN OPCION-CAMBIO
               PERFORM 220-CAMBIO THRU 220-FIN
             WHEN OPCION-BAJA
               PERFORM 230-BAJA THRU 230-FIN
             WHEN FIN-CARGA
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-CONT-INVALIDAS
               DISPLAY 'OPCION INVALIDA: ' WS-OPCION
           END-EVALUATE.
           IF (OPCION-ALTA OR OPCION-CAMBIO OR OPCION-BAJA)
               AND (NOT TRANSACCION-GRABADA)
             ADD 1 TO WS-CONT-ANULADAS
             DISPLAY 'TRANSACCION ANULADA: NO SE GRABO NADA'
           END-IF.
       200-FIN. EXIT.

      ******************************************************************
      * Alta: el EMP-ID no puede existir en el maestro (ni activo ni
      * dado de baja: un ex empleado vuelve por reingreso) y todos los
      * datos son obligatorios.
      ******************************************************************
       210-ALTA.
           PERFORM 250-PEDIR-ID THRU 250-FIN.
           IF NOT CAMPO-OK
             GO TO 210-FIN
           END-IF.
           IF EMPLEADO-ENCONTRADO
             DISPLAY 'EL EMP-ID YA EXISTE EN EL MAESTRO:'
             PERFORM 260-MOSTRAR-EMPLEADO THRU 260-FIN
             GO TO 210-FIN
           END-IF.
           MOVE SPACES TO EMPTRANS.
           MOVE WS-ID-INGRESADO TO TRANS-ID.
           MOVE 'A'             TO TRANS-CODIGO.
           DISPLAY 'NOMBRE (20 POSICIONES): '.
           ACCEPT WS-NOMBRE-INGRESADO.
           IF WS-NOMBRE-INGRESADO EQUAL SPACES
             DISPLAY 'EL NOMBRE NO PUEDE QUEDAR EN BLANCO'
             GO TO 210-FIN
           END-IF.
           MOVE WS-NOMBRE-INGRESADO TO TRANS-NOMBRE.
           DISPLAY 'APELLIDO (10 POSICIONES): '.
           ACCEPT WS-APELLIDO-INGRESADO.
           IF WS-APELLIDO-INGRESADO EQUAL SPACES
             DISPLAY 'EL APELLIDO NO PUEDE QUEDAR EN BLANCO'
             GO TO 210-FIN
           END-IF.
           MOVE WS-APELLIDO-INGRESADO TO TRANS-APELLIDO.
           DISPLAY 'SALARIO EN CENTAVOS (11 DIGITOS, '
                    '00000150000 = 1.500,00): '.
           ACCEPT WS-SALARIO-INGRESADO.
           IF WS-SALARIO-INGRESADO NOT NUMERIC
             DISPLAY 'SALARIO INVALIDO: ' WS-SALARIO-INGRESADO
             GO TO 210-FIN
           END-IF.
           MOVE WS-SALARIO-NUM TO TRANS-SALARIO.
           DISPLAY 'FECHA DE INGRESO (AAAAMMDD): '.
           ACCEPT WS-FECHA-INGRESADA.
           MOVE WS-FECHA-INGRESADA TO WS-FC-FECHA.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           IF FECHA-INVALIDA
             DISPLAY 'FECHA DE INGRESO INVALIDA: ' WS-FECHA-INGRESADA
             GO TO 210-FIN
           END-IF.
           IF WS-FECHA-INGRESADA > WS-FECHA-CORRIDA-LARGA
             DISPLAY 'LA FECHA DE INGRESO NO PUEDE SER FUTURA: '
                      WS-FECHA-INGRESADA
             GO TO 210-FIN
           END-IF.
           MOVE WS-FECHA-INGRESADA TO TRANS-FECHA-INGRESO.
           DISPLAY 'GENERO (M/F): '.
           ACCEPT WS-GENERO-INGRESADO.
           IF NOT GENERO-OK
             DISPLAY 'GENERO INVALIDO: ' WS-GENERO-INGRESADO
             GO TO 210-FIN
           END-IF.
           MOVE WS-GENERO-INGRESADO TO TRANS-GENERO.
           DISPLAY 'DEPARTAMENTO (4 POSICIONES): '.
           ACCEPT WS-DEPTO-INGRESADO.
           PERFORM 270-BUSCAR-DEPARTAMENTO THRU 270-FIN.
           IF WS-DEP-HALLADO EQUAL ZERO
             DISPLAY 'DEPARTAMENTO NO ACTIVO EN EL CATALOGO: '
                      WS-DEPTO-INGRESADO
             GO TO 210-FIN
           END-IF.
           DISPLAY '  ' TD-DESCRIPCION(WS-DEP-HALLADO).
           MOVE WS-DEPTO-INGRESADO TO TRANS-DEPARTAMENTO.
           MOVE WS-DEPTO-INGRESADO TO WS-PERM-DEPTO.
           PERFORM 280-CONTROLAR-OPERADOR THRU 280-FIN.
           IF NOT PERMISO-HALLADO
             GO TO 210-FIN
           END-IF.
           PERFORM 290-PEDIR-FECHA-EFECTIVA THRU 290-FIN.
           IF NOT CAMPO-OK
             GO TO 210-FIN
           END-IF.
           PERFORM 400-CONFIRMAR-Y-GRABAR THRU 400-FIN.
       210-FIN. EXIT.

      ******************************************************************
      * Cambio: sobre un empleado activo del maestro. Lo que se deja
      * en blanco no cambia (el nombre y el salario viajan con el
      * valor vigente porque INSERTAR-EMPLEADOS siempre los pisa; el
      * apellido y el departamento viajan en blanco). Un traslado
      * necesita permiso tambien en el departamento de destino.
      ******************************************************************
       220-CAMBIO.
           PERFORM 255-PEDIR-EMPLEADO-ACTIVO THRU 255-FIN.
           IF NOT CAMPO-OK
             GO TO 220-FIN
           END-IF.
           MOVE EMP-DEPARTAMENTO TO WS-PERM-DEPTO.
           MOVE 'C'              TO TRANS-CODIGO.
           PERFORM 280-CONTROLAR-OPERADOR THRU 280-FIN.
           IF NOT PERMISO-HALLADO
             GO TO 220-FIN
           END-IF.
           MOVE SPACES      TO EMPTRANS.
           MOVE EMP-ID      TO TRANS-ID.
           MOVE 'C'         TO TRANS-CODIGO.
           MOVE EMP-NOMBRE  TO TRANS-NOMBRE.
           MOVE EMP-SALARIO TO TRANS-SALARIO.
           DISPLAY 'NOMBRE NUEVO (BLANCO = SIN CAMBIO): '.
           ACCEPT WS-NOMBRE-INGRESADO.
           IF WS-NOMBRE-INGRESADO NOT = SPACES
             MOVE WS-NOMBRE-INGRESADO TO TRANS-NOMBRE
           END-IF.
           DISPLAY 'APELLIDO NUEVO (BLANCO = SIN CAMBIO): '.
           ACCEPT WS-APELLIDO-INGRESADO.
           MOVE WS-APELLIDO-INGRESADO TO TRANS-APELLIDO.
           DISPLAY 'SALARIO NUEVO EN CENTAVOS (11 DIGITOS, '
                    'BLANCO = SIN CAMBIO): '.
           ACCEPT WS-SALARIO-INGRESADO.
           IF WS-SALARIO-INGRESADO NOT = SPACES
             IF WS-SALARIO-INGRESADO NOT NUMERIC
               DISPLAY 'SALARIO INVALIDO: ' WS-SALARIO-INGRESADO
               GO TO 220-FIN
             END-IF
             MOVE WS-SALARIO-NUM TO TRANS-SALARIO
           END-IF.
           DISPLAY 'DEPARTAMENTO NUEVO (BLANCO = SIN CAMBIO): '.
           ACCEPT WS-DEPTO-INGRESADO.
           IF (WS-DEPTO-INGRESADO NOT = SPACES)
               AND (WS-DEPTO-INGRESADO NOT = EMP-DEPARTAMENTO)
             PERFORM 270-BUSCAR-DEPARTAMENTO THRU 270-FIN
             IF WS-DEP-HALLADO EQUAL ZERO
               DISPLAY 'DEPARTAMENTO NO ACTIVO EN EL CATALOGO: '
                        WS-DEPTO-INGRESADO
               GO TO 220-FIN
             END-IF
             DISPLAY '  ' TD-DESCRIPCION(WS-DEP-HALLADO)
             MOVE WS-DEPTO-INGRESADO TO TRANS-DEPARTAMENTO
             MOVE WS-DEPTO-INGRESADO TO WS-PERM-DEPTO
             PERFORM 280-CONTROLAR-OPERADOR THRU 280-FIN
             IF NOT PERMISO-HALLADO
               GO TO 220-FIN
             END-IF
           END-IF.
           IF (TRANS-NOMBRE EQUAL EMP-NOMBRE)
               AND (TRANS-SALARIO EQUAL EMP-SALARIO)
               AND (TRANS-APELLIDO EQUAL SPACES
                    OR TRANS-APELLIDO EQUAL EMP-APELLIDO)
               AND (TRANS-DEPARTAMENTO EQUAL SPACES)
             DISPLAY 'NO SE INGRESO NINGUN CAMBIO'
             GO TO 220-FIN
           END-IF.
           IF TRANS-SALARIO NOT = EMP-SALARIO
             PERFORM 240-CONTROLAR-TOLERANCIA THRU 240-FIN
             IF NOT CAMPO-OK
               GO TO 220-FIN
             END-IF
           END-IF.
           PERFORM 290-PEDIR-FECHA-EFECTIVA THRU 290-FIN.
           IF NOT CAMPO-OK
             GO TO 220-FIN
           END-IF.
           PERFORM 400-CONFIRMAR-Y-GRABAR THRU 400-FIN.
       220-FIN. EXIT.

      ******************************************************************
      * Baja: sobre un empleado activo del maestro. La fecha de baja
      * viaja en TRANS-FECHA-INGRESO, no puede ser anterior al ingreso
      * ni posterior a la fecha efectiva; el salario viaja en blanco.
      ******************************************************************
       230-BAJA.
           PERFORM 255-PEDIR-EMPLEADO-ACTIVO THRU 255-FIN.
           IF NOT CAMPO-OK
             GO TO 230-FIN
           END-IF.
           MOVE EMP-DEPARTAMENTO TO WS-PERM-DEPTO.
           MOVE 'B'              TO TRANS-CODIGO.
           PERFORM 280-CONTROLAR-OPERADOR THRU 280-FIN.
           IF NOT PERMISO-HALLADO
             GO TO 230-FIN
           END-IF.
           MOVE SPACES      TO EMPTRANS.
           MOVE EMP-ID      TO TRANS-ID.
           MOVE 'B'         TO TRANS-CODIGO.
           MOVE EMP-NOMBRE  TO TRANS-NOMBRE.
           DISPLAY 'FECHA DE BAJA (AAAAMMDD): '.
           ACCEPT WS-FECHA-INGRESADA.
           MOVE WS-FECHA-INGRESADA TO WS-FC-FECHA.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           IF FECHA-INVALIDA
             DISPLAY 'FECHA DE BAJA INVALIDA: ' WS-FECHA-INGRESADA
             GO TO 230-FIN
           END-IF.
           IF (EMP-FECHA-INGRESO NUMERIC)
               AND (WS-FECHA-INGRESADA < EMP-FECHA-INGRESO)
             DISPLAY 'LA FECHA DE BAJA ES ANTERIOR AL INGRESO ('
                      EMP-FECHA-INGRESO ')'
             GO TO 230-FIN
           END-IF.
           MOVE WS-FECHA-INGRESADA TO TRANS-FECHA-INGRESO.
           DISPLAY 'MOTIVO (R RENUNCIA, D DESPIDO, J JUBILACION, '
                    'F FALLECIMIENTO): '.
           ACCEPT WS-MOTIVO-INGRESADO.
           IF NOT MOTIVO-OK
             DISPLAY 'MOTIVO DE BAJA INVALIDO: ' WS-MOTIVO-INGRESADO
             GO TO 230-FIN
           END-IF.
           MOVE WS-MOTIVO-INGRESADO TO TRANS-MOTIVO-BAJA.
           PERFORM 290-PEDIR-FECHA-EFECTIVA THRU 290-FIN.
           IF NOT CAMPO-OK
             GO TO 230-FIN
           END-IF.
           IF TRANS-FECHA-INGRESO > WS-FECHA-EFECTIVA-LARGA
             DISPLAY 'LA FECHA DE BAJA ES POSTERIOR A LA FECHA '
                      'EFECTIVA (' WS-FECHA-EFECTIVA-LARGA ')'
             GO TO 230-FIN
           END-IF.
           PERFORM 400-CONFIRMAR-Y-GRABAR THRU 400-FIN.
       230-FIN. EXIT.

      ******************************************************************
      * Aviso anticipado de tolerancia: el mismo control que hace
      * INSERTAR-EMPLEADOS en 230-CAMBIO-EMPLEADO. Si el cambio lo
      * supera, sin aprobacion quedaria en el suspenso; el operador
      * puede cargarlo igual sin aprobar o con la aprobacion de otro
      * operador habilitado para aprobar cambios en el departamento.
      ******************************************************************
       240-CONTROLAR-TOLERANCIA.
           SET CAMPO-OK TO TRUE.
           COMPUTE WS-DIF-SALARIO = TRANS-SALARIO - EMP-SALARIO.
           IF TRANS-SALARIO < EMP-SALARIO
             COMPUTE WS-DIF-SALARIO = EMP-SALARIO - TRANS-SALARIO
           END-IF.
           IF NOT (WS-DIF-SALARIO * 100 >
                   WS-LIMITE-TOLERANCIA * EMP-SALARIO)
             GO TO 240-FIN
           END-IF.
           MOVE WS-LIMITE-TOLERANCIA TO WS-TOLERANCIA-EDITADA.
           IF EMP-SALARIO EQUAL ZERO
             DISPLAY '*** ATENCION: EL SALARIO VIGENTE ES CERO Y LA '
                      'TOLERANCIA ES DEL ' WS-TOLERANCIA-EDITADA '% ***'
           ELSE
             COMPUTE WS-PORC-CAMBIO ROUNDED =
                WS-DIF-SALARIO * 100 / EMP-SALARIO
             MOVE WS-PORC-CAMBIO TO WS-PORC-EDITADO
             DISPLAY '*** ATENCION: EL SALARIO CAMBIA UN '
                      WS-PORC-EDITADO '% Y LA TOLERANCIA ES DEL '
                      WS-TOLERANCIA-EDITADA '% ***'
           END-IF.
           DISPLAY 'SIN APROBACION EL CAMBIO QUEDA RETENIDO EN EL '
                    'SUSPENSO AL ACTUALIZAR EL MAESTRO.'.
           DISPLAY 'SE CARGA CON APROBACION FIRMADA (S/N): '.
           ACCEPT WS-RESPUESTA.
           IF NOT RESPUESTA-SI
             DISPLAY 'SE CARGA SIN APROBACION'
             GO TO 240-FIN
           END-IF.
           MOVE 'N' TO WS-CAMPO-OK-FLAG.
           DISPLAY 'APROBADOR (ID DE OPERADOR): '.
           ACCEPT WS-APROBADOR-INGRESADO.
           EVALUATE TRUE
             WHEN WS-APROBADOR-INGRESADO EQUAL SPACES
               DISPLAY 'APROBACION SIN APROBADOR'
               GO TO 240-FIN
             WHEN WS-APROBADOR-INGRESADO EQUAL WS-OPERADOR
               DISPLAY 'EL APROBADOR NO PUEDE SER EL MISMO OPERADOR'
               GO TO 240-FIN
           END-EVALUATE.
           MOVE WS-APROBADOR-INGRESADO TO WS-PERM-OPERADOR.
           MOVE 'S'                    TO WS-PERM-APROBAR.
           MOVE EMP-DEPARTAMENTO       TO WS-PERM-DEPTO.
           PERFORM 285-BUSCAR-PERMISO THRU 285-FIN.
           IF (PERMISO-HALLADO)
               AND (TRANS-DEPARTAMENTO NOT = SPACES)
             MOVE TRANS-DEPARTAMENTO TO WS-PERM-DEPTO
             PERFORM 285-BUSCAR-PERMISO THRU 285-FIN
           END-IF.
           IF NOT PERMISO-HALLADO
             DISPLAY 'APROBADOR NO AUTORIZADO: '
                      WS-APROBADOR-INGRESADO
             GO TO 240-FIN
           END-IF.
           MOVE 'S'                    TO TRANS-APROBACION.
           MOVE WS-APROBADOR-INGRESADO TO TRANS-APROBADOR.
           SET CAMPO-OK TO TRUE.
       240-FIN. EXIT.

      ******************************************************************
      * Pide el EMP-ID, controla que sea numerico y lo busca en el
      * maestro en el momento; el resultado queda en
      * WS-ENCONTRADO-FLAG con EMPDETAILS leido. Un ID que ya tiene
      * una transaccion en el lote no se vuelve a aceptar.
      ******************************************************************
       250-PEDIR-ID.
           MOVE 'N' TO WS-CAMPO-OK-FLAG.
           DISPLAY 'EMP-ID (7 DIGITOS): '.
           ACCEPT WS-ID-INGRESADO.
           IF WS-ID-INGRESADO NOT NUMERIC
             DISPLAY 'EL EMP-ID DEBE SER NUMERICO: ' WS-ID-INGRESADO
             GO TO 250-FIN
           END-IF.
           MOVE 'N' TO WS-LOTE-HALLADO-FLAG.
           IF WS-TABLA-LOTE-CANT > ZERO
             PERFORM 252-COMPARAR-LOTE THRU 252-FIN
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL (WS-LOT-IDX > WS-TABLA-LOTE-CANT)
                   OR (ID-YA-EN-LOTE)
           END-IF.
           IF ID-YA-EN-LOTE
             DISPLAY 'EL EMP-ID YA TIENE UNA TRANSACCION EN ESTE LOTE: '
                      WS-ID-INGRESADO
             GO TO 250-FIN
           END-IF.
           MOVE 'N' TO WS-ENCONTRADO-FLAG.
           MOVE WS-ID-INGRESADO TO EMP-ID.
           READ EMPLOYEEFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY SET EMPLEADO-ENCONTRADO TO TRUE
           END-READ.
           SET CAMPO-OK TO TRUE.
       250-FIN. EXIT.

       252-COMPARAR-LOTE.
           IF TL-ID(WS-LOT-IDX) EQUAL WS-ID-INGRESADO
             SET ID-YA-EN-LOTE TO TRUE
           END-IF.
       252-FIN. EXIT.

      * Cambios y bajas: el empleado tiene que existir y estar activo
      * (uno dado de baja vuelve primero por reingreso); se muestran
      * los datos vigentes antes de seguir.
       255-PEDIR-EMPLEADO-ACTIVO.
           PERFORM 250-PEDIR-ID THRU 250-FIN.
           IF NOT CAMPO-OK
             GO TO 255-FIN
           END-IF.
           MOVE 'N' TO WS-CAMPO-OK-FLAG.
           IF NOT EMPLEADO-ENCONTRADO
             DISPLAY 'NO EXISTE EMPLEADO CON EMP-ID ' WS-ID-INGRESADO
             GO TO 255-FIN
           END-IF.
           PERFORM 260-MOSTRAR-EMPLEADO THRU 260-FIN.
           IF EMP-INACTIVO
             DISPLAY 'EL EMPLEADO ESTA DADO DE BAJA DESDE EL '
                      EMP-FECHA-BAJA
             GO TO 255-FIN
           END-IF.
           SET CAMPO-OK TO TRUE.
       255-FIN. EXIT.

       260-MOSTRAR-EMPLEADO.
           MOVE EMP-SALARIO TO WS-SALARIO-EDITADO.
           MOVE EMP-DEPARTAMENTO TO WS-DEPTO-INGRESADO.
           PERFORM 270-BUSCAR-DEPARTAMENTO THRU 270-FIN.
           DISPLAY 'EMP-ID:   ' EMP-ID.
           DISPLAY 'NOMBRE:   ' EMP-NOMBRE ' ' EMP-APELLIDO.
           DISPLAY 'SALARIO:  ' WS-SALARIO-EDITADO.
           IF WS-DEP-HALLADO EQUAL ZERO
             DISPLAY 'DEPTO:    ' EMP-DEPARTAMENTO
           ELSE
             DISPLAY 'DEPTO:    ' EMP-DEPARTAMENTO '  '
                      TD-DESCRIPCION(WS-DEP-HALLADO)
           END-IF.
           IF EMP-INACTIVO
             DISPLAY 'ESTADO:   INACTIVO'
           ELSE
             DISPLAY 'ESTADO:   ACTIVO'
           END-IF.
       260-FIN. EXIT.

      * Busca WS-DEPTO-INGRESADO entre los departamentos activos; deja
      * la posicion en WS-DEP-HALLADO (cero si no esta o en blanco).
       270-BUSCAR-DEPARTAMENTO.
           MOVE ZERO TO WS-DEP-HALLADO.
           IF (WS-DEPTO-INGRESADO NOT = SPACES)
               AND (WS-TABLA-DEP-CANT > ZERO)
             PERFORM 275-COMPARAR-DEPARTAMENTO THRU 275-FIN
                VARYING WS-DEP-IDX FROM 1 BY 1
                UNTIL (WS-DEP-IDX > WS-TABLA-DEP-CANT)
                   OR (WS-DEP-HALLADO > ZERO)
           END-IF.
       270-FIN. EXIT.

       275-COMPARAR-DEPARTAMENTO.
           IF TD-CODIGO(WS-DEP-IDX) EQUAL WS-DEPTO-INGRESADO
             SET WS-DEP-HALLADO TO WS-DEP-IDX
           END-IF.
       275-FIN. EXIT.

      * El operador de la sesion tiene que estar habilitado para el
      * codigo de TRANS-CODIGO en WS-PERM-DEPTO; se controla aca para
      * no cargar algo que VALIDAR-TRANS va a rechazar.
       280-CONTROLAR-OPERADOR.
           MOVE WS-OPERADOR TO WS-PERM-OPERADOR.
           MOVE 'N'         TO WS-PERM-APROBAR.
           PERFORM 285-BUSCAR-PERMISO THRU 285-FIN.
           IF NOT PERMISO-HALLADO
             DISPLAY 'OPERADOR ' WS-OPERADOR ' NO AUTORIZADO PARA '
                      'EL CODIGO ' TRANS-CODIGO ' EN EL DEPARTAMENTO '
                      WS-PERM-DEPTO
           END-IF.
       280-FIN. EXIT.

       285-BUSCAR-PERMISO.
           MOVE TRANS-CODIGO TO WS-PERM-COD.
           MOVE 'N' TO WS-PERMISO-FLAG.
           IF WS-TABLA-OPE-CANT > ZERO
             PERFORM 287-COMPARAR-PERMISO THRU 287-FIN
                VARYING WS-OPE-IDX FROM 1 BY 1
                UNTIL (WS-OPE-IDX > WS-TABLA-OPE-CANT)
                   OR (PERMISO-HALLADO)
           END-IF.
       285-FIN. EXIT.

       287-COMPARAR-PERMISO.
           IF (TO-ID(WS-OPE-IDX) EQUAL WS-PERM-OPERADOR)
               AND ((TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL SPACES)
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL '****')
                    OR (TO-DEPARTAMENTO(WS-OPE-IDX) EQUAL
                        WS-PERM-DEPTO))
               AND ((TO-CODIGOS(WS-OPE-IDX)(1:1) EQUAL WS-PERM-COD)
                    OR (TO-CODIGOS(WS-OPE-IDX)(2:1) EQUAL WS-PERM-COD)
                    OR (TO-CODIGOS(WS-OPE-IDX)(3:1) EQUAL WS-PERM-COD)
                    OR (TO-CODIGOS(WS-OPE-IDX)(4:1) EQUAL WS-PERM-COD))
               AND ((NOT PERM-PARA-APROBAR)
                    OR (TO-APRUEBA(WS-OPE-IDX) EQUAL 'S'))
             SET PERMISO-HALLADO TO TRUE
           END-IF.
       287-FIN. EXIT.

      ******************************************************************
      * Fecha efectiva opcional (AAMMDD): en blanco la transaccion se
      * aplica en la proxima corrida; cargada tiene que ser una fecha
      * real. Deja en WS-FECHA-EFECTIVA-LARGA la fecha contra la que
      * se controla la baja (la de la corrida si viene en blanco).
      ******************************************************************
       290-PEDIR-FECHA-EFECTIVA.
           MOVE 'N' TO WS-CAMPO-OK-FLAG.
           DISPLAY 'FECHA EFECTIVA (AAMMDD, BLANCO = PROXIMA '
                    'CORRIDA): '.
           ACCEPT WS-EFECTIVA-INGRESADA.
           IF WS-EFECTIVA-INGRESADA EQUAL SPACES
             MOVE WS-DATE TO WS-FEL-AAMMDD
             SET CAMPO-OK TO TRUE
             GO TO 290-FIN
           END-IF.
           MOVE WS-EFECTIVA-INGRESADA TO WS-FEL-AAMMDD.
           MOVE WS-FECHA-EFECTIVA-LARGA TO WS-FC-FECHA.
           PERFORM 600-CONTROLAR-FECHA THRU 600-FIN.
           IF FECHA-INVALIDA
             DISPLAY 'FECHA EFECTIVA INVALIDA: ' WS-EFECTIVA-INGRESADA
             GO TO 290-FIN
           END-IF.
           MOVE WS-EFECTIVA-INGRESADA TO TRANS-FECHA-EFECTIVA.
           SET CAMPO-OK TO TRUE.
       290-FIN. EXIT.

      ******************************************************************
      * Cierre de la sesion: comprobante de control del lote, resumen
      * por pantalla y registro en el log de auditoria. Si la sesion
      * no llego a abrirse no hay lote que informar, y un lote sin
      * transacciones grabadas no lleva comprobante (su numero lo
      * vuelve a tomar la proxima sesion).
      ******************************************************************
       300-FIN-PROGRAMA.
           IF SESION-ABIERTA
             CLOSE TRANS-SALIDA
             ACCEPT WS-HORA-FIN FROM TIME
             IF WS-CONT-GRABADAS > ZERO
               PERFORM 500-IMPRIMIR-COMPROBANTE THRU 500-FIN
             ELSE
               DISPLAY 'LOTE SIN TRANSACCIONES GRABADAS: NO SE '
                        'IMPRIME COMPROBANTE'
             END-IF
             DISPLAY '           RESUMEN DEL LOTE ' WS-LOTE
             DISPLAY 'ALTAS:                   ' WS-CONT-ALTAS
             DISPLAY 'CAMBIOS:                 ' WS-CONT-CAMBIOS
             DISPLAY 'BAJAS:                   ' WS-CONT-BAJAS
             DISPLAY 'TRANSACCIONES GRABADAS:  ' WS-CONT-GRABADAS
             MOVE WS-HASH-SALARIOS TO CAN-HASH
             DISPLAY 'TOTAL HASH DE SALARIOS:  ' CAN-HASH
             DISPLAY 'ANULADAS EN PANTALLA:    ' WS-CONT-ANULADAS
             PERFORM 510-AUDITAR-CORRIDA THRU 510-FIN
           END-IF.
           IF MAESTRO-ABIERTO
             CLOSE EMPLOYEEFILE
           END-IF.
      * GOBACK y no STOP RUN: el programa se puede llamar desde un
      * menu de la sucursal y tiene que devolverle el control.
           GOBACK.
       300-FIN. EXIT.

      ******************************************************************
      * Muestra la transaccion armada tal como va a quedar y pide la
      * confirmacion; con 'S' se agrega a EMPTRANS.DAT con el lote y
      * el operador de la sesion, y se acumula para el comprobante.
      ******************************************************************
       400-CONFIRMAR-Y-GRABAR.
           MOVE WS-LOTE     TO TRANS-LOTE.
           MOVE WS-OPERADOR TO TRANS-OPERADOR.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'CODIGO:   ' TRANS-CODIGO '   EMP-ID: ' TRANS-ID.
           DISPLAY 'NOMBRE:   ' TRANS-NOMBRE ' ' TRANS-APELLIDO.
           IF TRANS-CODIGO EQUAL 'B'
             DISPLAY 'BAJA:     ' TRANS-FECHA-INGRESO
                      '   MOTIVO: ' TRANS-MOTIVO-BAJA
           ELSE
             MOVE TRANS-SALARIO TO WS-SALARIO-EDITADO
             DISPLAY 'SALARIO:  ' WS-SALARIO-EDITADO
           END-IF.
           IF TRANS-CODIGO EQUAL 'A'
             DISPLAY 'INGRESO:  ' TRANS-FECHA-INGRESO
                      '   GENERO: ' TRANS-GENERO
           END-IF.
           IF TRANS-DEPARTAMENTO NOT = SPACES
             DISPLAY 'DEPTO:    ' TRANS-DEPARTAMENTO
           END-IF.
           IF TRANS-FECHA-EFECTIVA NOT = SPACES
             DISPLAY 'EFECTIVA: ' TRANS-FECHA-EFECTIVA
           END-IF.
           IF TRANS-APROBACION EQUAL 'S'
             DISPLAY 'APROBADA POR: ' TRANS-APROBADOR
           END-IF.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'CONFIRMA LA TRANSACCION (S/N): '.
           ACCEPT WS-RESPUESTA.
           IF NOT RESPUESTA-SI
             GO TO 400-FIN
           END-IF.
           WRITE EMPTRANS.
           IF FS-EMPTRANS NOT = '00'
             DISPLAY 'ERROR AL GRABAR EMPTRANS.DAT. FILE STATUS #',
                FS-EMPTRANS
             GO TO 400-FIN
           END-IF.
           SET TRANSACCION-GRABADA TO TRUE.
           ADD 1 TO WS-CONT-GRABADAS.
           EVALUATE TRANS-CODIGO
             WHEN 'A'
               ADD 1 TO WS-CONT-ALTAS
             WHEN 'C'
               ADD 1 TO WS-CONT-CAMBIOS
             WHEN 'B'
               ADD 1 TO WS-CONT-BAJAS
           END-EVALUATE.
           IF TRANS-APROBACION EQUAL 'S'
             ADD 1 TO WS-CONT-APROBADAS
           END-IF.
           IF TRANS-CODIGO NOT = 'B'
             ADD TRANS-SALARIO TO WS-HASH-SALARIOS
           END-IF.
           ADD 1 TO WS-TABLA-LOTE-CANT.
           MOVE TRANS-ID       TO TL-ID(WS-TABLA-LOTE-CANT).
           MOVE TRANS-CODIGO   TO TL-CODIGO(WS-TABLA-LOTE-CANT).
           MOVE TRANS-NOMBRE   TO TL-NOMBRE(WS-TABLA-LOTE-CANT).
           IF TRANS-CODIGO EQUAL 'B'
             MOVE ZERO          TO TL-SALARIO(WS-TABLA-LOTE-CANT)
           ELSE
             MOVE TRANS-SALARIO TO TL-SALARIO(WS-TABLA-LOTE-CANT)
           END-IF.
           MOVE TRANS-DEPARTAMENTO
                               TO TL-DEPARTAMENTO(WS-TABLA-LOTE-CANT).
           MOVE TRANS-FECHA-EFECTIVA
                               TO TL-FECHA-EFECTIVA(WS-TABLA-LOTE-CANT).
           MOVE TRANS-APROBADOR
                               TO TL-APROBADOR(WS-TABLA-LOTE-CANT).
           DISPLAY 'TRANSACCION GRABADA EN EL LOTE ' WS-LOTE
                    ' (' WS-CONT-GRABADAS ')'.
       400-FIN. EXIT.

      ******************************************************************
      * Comprobante de control del lote: cabecera con lote, fecha,
      * horario y operador; una linea por transaccion grabada;
      * cantidades por codigo y total hash de salarios para cotejar
      * contra EMPTRANS.DAT; lugar para las firmas.
      ******************************************************************
       500-IMPRIMIR-COMPROBANTE.
           OPEN EXTEND CONTROL-RPT.
           IF (FS-CONTROL-RPT NOT = '00')
               AND (FS-CONTROL-RPT NOT = '05')
             DISPLAY 'ERROR AL ABRIR EL COMPROBANTE DE CONTROL. '
                     'FILE STATUS #' FS-CONTROL-RPT
             GO TO 500-FIN
           END-IF.
           MOVE WS-LOTE             TO CAB-LOTE.
           MOVE WS-DAY              TO CAB-DD.
           MOVE WS-MONTH            TO CAB-MM.
           MOVE WS-YEAR             TO CAB-AA.
           MOVE WS-HORA-INICIO(1:2) TO CAB-HH-INICIO.
           MOVE WS-HORA-INICIO(3:2) TO CAB-MI-INICIO.
           MOVE WS-HORA-FIN(1:2)    TO CAB-HH-FIN.
           MOVE WS-HORA-FIN(3:2)    TO CAB-MI-FIN.
           MOVE WS-OPERADOR         TO CAB-OPERADOR.
           MOVE WS-OPERADOR-NOMBRE  TO CAB-OPERADOR-NOMBRE.
           WRITE LINEA-CONTROL FROM WS-SEPARADOR.
           WRITE LINEA-CONTROL FROM WS-TITULO-CONTROL.
           WRITE LINEA-CONTROL FROM WS-SEPARADOR.
           WRITE LINEA-CONTROL FROM WS-CABECERA-LOTE.
           WRITE LINEA-CONTROL FROM WS-CABECERA-OPERADOR.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           WRITE LINEA-CONTROL FROM WS-CABECERA-DETALLE.
           IF WS-TABLA-LOTE-CANT > ZERO
             PERFORM 505-IMPRIMIR-DETALLE THRU 505-FIN
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-TABLA-LOTE-CANT
           END-IF.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'ALTAS:'                        TO CAN-TEXTO.
           MOVE WS-CONT-ALTAS                   TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE 'CAMBIOS:'                      TO CAN-TEXTO.
           MOVE WS-CONT-CAMBIOS                 TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE 'BAJAS:'                        TO CAN-TEXTO.
           MOVE WS-CONT-BAJAS                   TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE 'TOTAL TRANSACCIONES GRABADAS:' TO CAN-TEXTO.
           MOVE WS-CONT-GRABADAS                TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE '  CON APROBACION FIRMADA:'     TO CAN-TEXTO.
           MOVE WS-CONT-APROBADAS               TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE WS-HASH-SALARIOS                TO CAN-HASH.
           WRITE LINEA-CONTROL FROM WS-LINEA-HASH.
           MOVE 'ANULADAS EN PANTALLA (NO GRABADAS):'
                                                TO CAN-TEXTO.
           MOVE WS-CONT-ANULADAS                TO CAN-VALOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-CANTIDAD.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           WRITE LINEA-CONTROL FROM WS-LINEA-FIRMAS.
           WRITE LINEA-CONTROL FROM WS-SEPARADOR.
           CLOSE CONTROL-RPT.
       500-FIN. EXIT.

       505-IMPRIMIR-DETALLE.
           MOVE TL-ID(WS-LOT-IDX)             TO DET-ID.
           MOVE TL-CODIGO(WS-LOT-IDX)         TO DET-CODIGO.
           MOVE TL-NOMBRE(WS-LOT-IDX)         TO DET-NOMBRE.
           MOVE TL-SALARIO(WS-LOT-IDX)        TO DET-SALARIO.
           MOVE TL-DEPARTAMENTO(WS-LOT-IDX)   TO DET-DEPARTAMENTO.
           MOVE TL-FECHA-EFECTIVA(WS-LOT-IDX) TO DET-FECHA-EFECTIVA.
           MOVE TL-APROBADOR(WS-LOT-IDX)      TO DET-APROBADOR.
           WRITE LINEA-CONTROL FROM WS-LINEA-DETALLE.
       505-FIN. EXIT.

      ******************************************************************
      * Deja constancia de la sesion en el log de auditoria
      * compartido (Auditoria/REGISTRAR-AUDITORIA.cbl): grabadas como
      * procesadas y anuladas como rechazadas.
      ******************************************************************
       510-AUDITAR-CORRIDA.
           MOVE 'CARGATRANS'         TO AUD-PROGRAMA
           MOVE WS-DAY               TO AUD-DD
           MOVE WS-MONTH             TO AUD-MM
           MOVE WS-YEAR              TO AUD-AA
           MOVE WS-CONT-GRABADAS     TO AUD-CANT-PROCESADOS
           MOVE WS-CONT-ANULADAS     TO AUD-CANT-RECHAZADOS
           MOVE 'EMPLEADO-ARCH.DAT DEPARTAMENTOS.DAT'
                                     TO AUD-ARCHIVOS-LEIDOS
           CALL 'REGISTRAR-AUDITORIA' USING AUDITLOG-PARAMETROS.
       510-FIN. EXIT.

      ******************************************************************
      * Controla que WS-FC-FECHA (AAAAMMDD) sea una fecha real de
      * calendario (mes 1-12, dia segun el mes, con la regla completa
      * de bisiestos, igual que VALIDAR-TRANS).
      ******************************************************************
       600-CONTROLAR-FECHA.
           MOVE 'O' TO WS-FC-ESTADO.
           IF WS-FC-FECHA NOT NUMERIC
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
