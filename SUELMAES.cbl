      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Mantenimiento del maestro permanente de legajos
      *            LEGAJOS: aplica los movimientos de alta ('A'),
      *            modificacion ('M') y baja ('B') del archivo
      *            LEGMOV, validando cada uno contra la referencia
      *            de departamentos DEPTOS, la de empresas EMPRESAS
      *            y las reglas de CBU de SUELDOS; reescribe el
      *            maestro ordenado por legajo, agrega a la bitacora
      *            de cambios LEGBIT la imagen anterior y posterior
      *            de cada legajo tocado con el usuario, la fecha y
      *            la hora, y emite el listado de la actualizacion
      *            SUELMAER con los movimientos aplicados y los
      *            rechazados con su motivo.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial del mantenimiento del maestro de legajos.
      *  - Solo un maestro inexistente arranca una carga nueva; un
      *    error al abrir o al leer el maestro vigente frena la
      *    corrida en lugar de reescribirlo incompleto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELMAES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MAESTRO      ASSIGN TO "LEGAJOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MAESTRO.

           SELECT FD-MOVIMIENTOS  ASSIGN TO "LEGMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MOVIMIENTOS.

           SELECT FD-BITACORA     ASSIGN TO "LEGBIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BITACORA.

           SELECT FD-DEPTOS       ASSIGN TO "DEPTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEPTOS.

           SELECT FD-EMPRESAS     ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EMPRESAS.

           SELECT FD-REPORTE      ASSIGN TO "SUELMAER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      * Maestro de legajos, ordenado por legajo ascendente y sin
      * repetidos: datos permanentes de la persona (los que antes
      * reenviaba cada oficina en el feed de postulantes), estado
      * 'A' activo o 'B' baja y fecha de la baja. Lo leen SUELDOS y
      * los programas que necesitan el CBU o el estado del legajo.
       FD  FD-MAESTRO
           LABEL RECORDS ARE STANDARD.
       01  FD-MAESTRO-REC.
           05  FD-MAE-LEGAJO            PIC 9(08).
           05  FD-MAE-NOMBRE            PIC X(30).
           05  FD-MAE-FECHA-INGRESO     PIC X(08).
           05  FD-MAE-DEPTO             PIC X(04).
           05  FD-MAE-CBU               PIC X(22).
           05  FD-MAE-EMPRESA           PIC X(03).
           05  FD-MAE-ESTADO            PIC X(01).
           05  FD-MAE-FECHA-BAJA        PIC X(08).

      * Movimientos a aplicar: tipo 'A' alta, 'M' modificacion (los
      * campos en blanco conservan el valor vigente del maestro) y
      * 'B' baja (fecha de baja en blanco toma la de la corrida).
       FD  FD-MOVIMIENTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-MOVIMIENTO-REC.
           05  FD-MOV-TIPO              PIC X(01).
           05  FD-MOV-LEGAJO            PIC X(08).
           05  FD-MOV-NOMBRE            PIC X(30).
           05  FD-MOV-FECHA-INGRESO     PIC X(08).
           05  FD-MOV-DEPTO             PIC X(04).
           05  FD-MOV-CBU               PIC X(22).
           05  FD-MOV-EMPRESA           PIC X(03).
           05  FD-MOV-FECHA-BAJA        PIC X(08).

      * Bitacora de cambios del maestro: quien (USER), cuando y que
      * cambio, con la imagen del registro antes y despues. En un
      * alta la imagen anterior va en blanco.
       FD  FD-BITACORA
           LABEL RECORDS ARE STANDARD.
       01  FD-BITACORA-REC.
           05  FD-BIT-FECHA             PIC X(08).
           05  FD-BIT-HORA              PIC X(06).
           05  FD-BIT-USUARIO           PIC X(08).
           05  FD-BIT-TIPO              PIC X(01).
           05  FD-BIT-ANTES             PIC X(84).
           05  FD-BIT-DESPUES           PIC X(84).

      * Mismo layout que FD-DEPTO-REC de SUELDOS.
       FD  FD-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-DEPTO-REC.
           05  FD-DEP-CODIGO            PIC X(04).
           05  FD-DEP-NOMBRE            PIC X(20).

      * Mismo layout que FD-EMPRESA-REC de SUELDOS.
       FD  FD-EMPRESAS
           LABEL RECORDS ARE STANDARD.
       01  FD-EMPRESA-REC.
           05  FD-EMP-CODIGO            PIC X(03).
           05  FD-EMP-NOMBRE            PIC X(30).
           05  FD-EMP-CONVENIO          PIC X(10).

       FD  FD-REPORTE
           LABEL RECORDS ARE STANDARD.
       01  FD-REPORTE-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           01  WSV-FS-MAESTRO           PIC X(02) VALUE '00'.
           01  WSV-FS-MOVIMIENTOS       PIC X(02) VALUE '00'.
           01  WSV-FS-BITACORA          PIC X(02) VALUE '00'.
           01  WSV-FS-DEPTOS            PIC X(02) VALUE '00'.
           01  WSV-FS-EMPRESAS          PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE           PIC X(02) VALUE '00'.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-REGISTRO-OK          PIC X(01) VALUE 'S'.
                   88  WSS-REGISTRO-VALIDO     VALUE 'S'.
                   88  WSS-REGISTRO-INVALIDO   VALUE 'N'.
               05  WSV-SW-LEGAJO-HALLADO       PIC X(01) VALUE 'N'.
                   88  WSS-LEGAJO-HALLADO      VALUE 'S'.
                   88  WSS-LEGAJO-NO-HALLADO   VALUE 'N'.
               05  WSV-SW-CORTE-BUSQ           PIC X(01) VALUE 'N'.
                   88  WSS-BUSQUEDA-CORTADA    VALUE 'S'.
               05  WSV-SW-DEPTO-HALLADO        PIC X(01) VALUE 'N'.
                   88  WSS-DEPTO-HALLADO       VALUE 'S'.
                   88  WSS-DEPTO-NO-HALLADO    VALUE 'N'.
               05  WSV-SW-EMPRESA-HALLADA      PIC X(01) VALUE 'N'.
                   88  WSS-EMPRESA-HALLADA     VALUE 'S'.
                   88  WSS-EMPRESA-NO-HALLADA  VALUE 'N'.
               05  WSV-SW-DEPTOS-EXCESO        PIC X(01) VALUE 'N'.
                   88  WSS-DEPTOS-EXCESO       VALUE 'S'.

      * Referencias de departamentos y empresas, con los mismos
      * topes y el mismo criterio que SUELDOS: sin archivo (o con
      * una referencia de departamentos que no entra en la tabla)
      * el codigo solo se controla que no venga en blanco.
           01  WSC-TABLA-DEPTOS.
               05  WSC-DEPTO OCCURS 20 TIMES.
                   10  WSC-DEP-CODIGO   PIC X(04).
                   10  WSC-DEP-NOMBRE   PIC X(20).
           01  WSC-CANT-DEPTOS          PIC 9(02) VALUE 0.
           01  WSV-IDX-DEP-REF          PIC 9(02) VALUE 0.

           01  WSC-TABLA-EMPRESAS.
               05  WSC-EMPRESA-ENT OCCURS 5 TIMES.
                   10  WSC-EMP-CODIGO   PIC X(03).
                   10  WSC-EMP-NOMBRE   PIC X(30).
                   10  WSC-EMP-CONVENIO PIC X(10).
           01  WSC-CANT-EMPRESAS        PIC 9(02) VALUE 0.
           01  WSV-IDX-EMP-REF          PIC 9(02) VALUE 0.

      * Maestro de legajos cargado en memoria, en el mismo orden
      * ascendente que el archivo. Las altas se insertan en su
      * lugar, asi que el maestro se reescribe siempre ordenado. El
      * tope de 20000 es el mismo de las demas tablas por legajo de
      * la nomina; un maestro que no entra en la tabla no puede
      * reescribirse sin perder legajos y la corrida se aborta.
           01  WSV-TABLA-MAESTRO.
               05  WSV-CANT-MAESTRO     PIC 9(05) VALUE 0.
               05  WSV-MAE-ENT OCCURS 20000 TIMES.
                   10  WSV-MAE-LEGAJO       PIC 9(08).
                   10  WSV-MAE-NOMBRE       PIC X(30).
                   10  WSV-MAE-FECHA-INGRESO PIC X(08).
                   10  WSV-MAE-DEPTO        PIC X(04).
                   10  WSV-MAE-CBU          PIC X(22).
                   10  WSV-MAE-EMPRESA      PIC X(03).
                   10  WSV-MAE-ESTADO       PIC X(01).
                   10  WSV-MAE-FECHA-BAJA   PIC X(08).
           01  WSV-IDX-MAE              PIC 9(05) VALUE 0.
           01  WSV-IDX-CORRER           PIC 9(05) VALUE 0.
           01  WSV-LEGAJO-ANTERIOR      PIC 9(08) VALUE 0.

      * Legajo del movimiento en proceso y registro resultante de
      * aplicarlo, con el mismo layout que FD-MAESTRO-REC.
           01  WSV-LEGAJO-AUX           PIC 9(08) VALUE 0.
           01  WSV-REG-ANTES            PIC X(84) VALUE SPACES.
           01  WSV-REG-NUEVO.
               05  WSV-NVO-LEGAJO       PIC 9(08).
               05  WSV-NVO-NOMBRE       PIC X(30).
               05  WSV-NVO-FECHA-INGRESO PIC X(08).
               05  WSV-NVO-DEPTO        PIC X(04).
               05  WSV-NVO-CBU          PIC X(22).
               05  WSV-NVO-EMPRESA      PIC X(03).
               05  WSV-NVO-ESTADO       PIC X(01).
               05  WSV-NVO-FECHA-BAJA   PIC X(08).
           01  WSV-REG-VIGENTE.
               05  WSV-VIG-LEGAJO       PIC 9(08).
               05  WSV-VIG-NOMBRE       PIC X(30).
               05  WSV-VIG-FECHA-INGRESO PIC X(08).
               05  WSV-VIG-DEPTO        PIC X(04).
               05  WSV-VIG-CBU          PIC X(22).
               05  WSV-VIG-EMPRESA      PIC X(03).
               05  WSV-VIG-ESTADO       PIC X(01).
               05  WSV-VIG-FECHA-BAJA   PIC X(08).

           01  WSV-MOTIVO-RECHAZO       PIC X(40) VALUE SPACES.
           01  WSV-OBSERVACION          PIC X(40) VALUE SPACES.

      * Desglose de una fecha para la validacion de calendario, con
      * la misma regla de ano bisiesto que SUELDOS.
           01  WSV-FECHA-VALIDAR        PIC X(08) VALUE SPACES.
           01  WSV-FECHA-AUX.
               05  WSV-FA-ANIO          PIC 9(04).
               05  WSV-FA-MES           PIC 9(02).
               05  WSV-FA-DIA           PIC 9(02).
           01  WSV-DIA-TOPE-MES         PIC 9(02) VALUE 0.
           01  WSV-BIS-COCIENTE         PIC 9(04) VALUE 0.
           01  WSV-BIS-RESTO-4          PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-100        PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-400        PIC 9(03) VALUE 0.
           01  WSV-SW-FECHA-OK          PIC X(01) VALUE 'N'.
               88  WSS-FECHA-VALIDA     VALUE 'S'.
               88  WSS-FECHA-INVALIDA   VALUE 'N'.

      * Fecha, hora y usuario de la actualizacion (para la
      * bitacora de cambios).
           01  WSV-FECHA-CORRIDA        PIC X(08).
           01  WSV-HORA-CORRIDA         PIC X(06).
           01  WSV-USUARIO-CORRIDA      PIC X(08) VALUE SPACES.

      * Contadores de la actualizacion.
           01  WSV-CANT-LEIDOS          PIC 9(06) VALUE 0.
           01  WSV-CANT-ALTAS           PIC 9(06) VALUE 0.
           01  WSV-CANT-MODIFICACIONES  PIC 9(06) VALUE 0.
           01  WSV-CANT-BAJAS           PIC 9(06) VALUE 0.
           01  WSV-CANT-RECHAZADOS      PIC 9(06) VALUE 0.
           01  WSV-CANT-CAMBIOS-CBU     PIC 9(06) VALUE 0.
           01  WSV-CANT-ACTIVOS         PIC 9(06) VALUE 0.
           01  WSV-CANT-EN-BAJA         PIC 9(06) VALUE 0.

      * Lineas de impresion del listado de la actualizacion.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(05) VALUE 'MOV'.
               05  FILLER               PIC X(10) VALUE 'LEGAJO'.
               05  FILLER               PIC X(32) VALUE 'NOMBRE'.
               05  FILLER               PIC X(11) VALUE 'RESULTADO'.
               05  FILLER               PIC X(40) VALUE 'MOTIVO'.
               05  FILLER               PIC X(34) VALUE SPACES.

           01  WSV-LINEA-MOVIMIENTO.
               05  WSV-LM-TIPO          PIC X(01).
               05  FILLER               PIC X(04) VALUE SPACES.
               05  WSV-LM-LEGAJO        PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LM-NOMBRE        PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LM-RESULTADO     PIC X(09).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LM-MOTIVO        PIC X(40).
               05  FILLER               PIC X(34) VALUE SPACES.

           01  WSV-LINEA-RESUMEN.
               05  WSV-RS-TEXTO         PIC X(26).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RS-CANTIDAD      PIC ZZZ,ZZ9.
               05  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-PROCESO.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Identifica al usuario, carga las referencias y el maestro
      * vigente y abre los movimientos, la bitacora y el listado.
      * Sin usuario identificado no se actualiza nada: la bitacora
      * existe justamente para saber quien cambio cada legajo.
      *----------------------------------------------------------------
       10-INICIO.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-CORRIDA FROM TIME.
           ACCEPT WSV-USUARIO-CORRIDA FROM ENVIRONMENT "USER".
           IF WSV-USUARIO-CORRIDA = SPACES
            OR WSV-USUARIO-CORRIDA = LOW-VALUES
               DISPLAY "USUARIO NO IDENTIFICADO (VARIABLE USER), NO "
                       "SE ACTUALIZA EL MAESTRO DE LEGAJOS"
               STOP RUN
           END-IF.
           PERFORM 11-CARGAR-DEPTOS.
           PERFORM 12-CARGAR-EMPRESAS.
           PERFORM 13-CARGAR-MAESTRO.
           OPEN INPUT FD-MOVIMIENTOS.
           IF WSV-FS-MOVIMIENTOS NOT = '00'
               DISPLAY "MOVIMIENTOS DE LEGAJOS (LEGMOV) NO "
                       "DISPONIBLES, STATUS " WSV-FS-MOVIMIENTOS
               STOP RUN
           END-IF.
           OPEN EXTEND FD-BITACORA.
           IF WSV-FS-BITACORA = '35'
               OPEN OUTPUT FD-BITACORA
           ELSE
               IF WSV-FS-BITACORA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "CAMBIOS, STATUS " WSV-FS-BITACORA
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT FD-REPORTE.
           IF WSV-FS-REPORTE NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO LISTADO DE LA "
                       "ACTUALIZACION, STATUS " WSV-FS-REPORTE
               STOP RUN
           END-IF.
           PERFORM 15-ESCRIBIR-ENCABEZADO.
       10-INICIO-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la referencia de departamentos, con el mismo criterio
      * que 12G-CARGAR-DEPTOS de SUELDOS.
      *----------------------------------------------------------------
       11-CARGAR-DEPTOS.
           OPEN INPUT FD-DEPTOS.
           IF WSV-FS-DEPTOS = '00'
               PERFORM 11B-LEER-DEPTO
                   UNTIL WSV-FS-DEPTOS NOT = '00'
               CLOSE FD-DEPTOS
               IF WSS-DEPTOS-EXCESO
                   DISPLAY "REFERENCIA DE DEPARTAMENTOS EXCEDE LA "
                           "TABLA, NO SE VALIDAN DEPARTAMENTOS "
                           "CONTRA LA REFERENCIA"
                   MOVE 0 TO WSC-CANT-DEPTOS
               END-IF
           ELSE
               DISPLAY "DEPTOS NO DISPONIBLE, NO SE VALIDAN "
                       "DEPARTAMENTOS CONTRA LA REFERENCIA"
           END-IF.
       11-CARGAR-DEPTOS-END.
       EXIT.

       11B-LEER-DEPTO.
           READ FD-DEPTOS
               AT END
                   CONTINUE
               NOT AT END
                   IF WSC-CANT-DEPTOS < 20
                       ADD 1 TO WSC-CANT-DEPTOS
                       MOVE FD-DEP-CODIGO
                           TO WSC-DEP-CODIGO(WSC-CANT-DEPTOS)
                       MOVE FD-DEP-NOMBRE
                           TO WSC-DEP-NOMBRE(WSC-CANT-DEPTOS)
                   ELSE
                       DISPLAY "REFERENCIA DE DEPARTAMENTOS LLENA, "
                               "SOBRA EL CODIGO " FD-DEP-CODIGO
                       SET WSS-DEPTOS-EXCESO TO TRUE
                   END-IF
           END-READ.
       11B-LEER-DEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la referencia de empresas, con el mismo criterio que
      * 12O-CARGAR-EMPRESAS de SUELDOS: sin archivo la instalacion
      * es monoempresa y el codigo no se controla.
      *----------------------------------------------------------------
       12-CARGAR-EMPRESAS.
           OPEN INPUT FD-EMPRESAS.
           IF WSV-FS-EMPRESAS = '00'
               PERFORM 12B-LEER-EMPRESA
                   UNTIL WSV-FS-EMPRESAS NOT = '00'
               CLOSE FD-EMPRESAS
           ELSE
               DISPLAY "EMPRESAS NO DISPONIBLE, NO SE VALIDA LA "
                       "EMPRESA DE LOS LEGAJOS"
           END-IF.
       12-CARGAR-EMPRESAS-END.
       EXIT.

       12B-LEER-EMPRESA.
           READ FD-EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-EMP-CODIGO = SPACES
                       DISPLAY "EMPRESA SIN CODIGO EN LA "
                               "REFERENCIA, SE IGNORA"
                   ELSE
                       IF WSC-CANT-EMPRESAS < 5
                           ADD 1 TO WSC-CANT-EMPRESAS
                           MOVE FD-EMP-CODIGO
                               TO WSC-EMP-CODIGO(WSC-CANT-EMPRESAS)
                           MOVE FD-EMP-NOMBRE
                               TO WSC-EMP-NOMBRE(WSC-CANT-EMPRESAS)
                           MOVE FD-EMP-CONVENIO
                               TO WSC-EMP-CONVENIO(WSC-CANT-EMPRESAS)
                       ELSE
                           DISPLAY "TABLA DE EMPRESAS LLENA, SOBRA "
                                   "EL CODIGO " FD-EMP-CODIGO
                       END-IF
                   END-IF
           END-READ.
       12B-LEER-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el maestro vigente en memoria. Solo un maestro
      * inexistente (status 35) es el punto de partida de la primera
      * carga (todo llega como alta); cualquier otro error al abrir
      * o al leer frena la corrida, porque el cierre reescribe el
      * maestro desde la tabla. Un maestro desordenado, con legajos
      * repetidos o que no entra en la tabla se rechaza completo:
      * reescribirlo asi perderia o duplicaria legajos.
      *----------------------------------------------------------------
       13-CARGAR-MAESTRO.
           MOVE 0 TO WSV-LEGAJO-ANTERIOR.
           OPEN INPUT FD-MAESTRO.
           IF WSV-FS-MAESTRO = '00'
               PERFORM 13B-LEER-MAESTRO
                   UNTIL WSV-FS-MAESTRO NOT = '00'
               IF WSV-FS-MAESTRO NOT = '10'
                   DISPLAY "ERROR FATAL LEYENDO MAESTRO DE LEGAJOS, "
                           "STATUS " WSV-FS-MAESTRO
                           ", NO SE ACTUALIZA"
                   STOP RUN
               END-IF
               CLOSE FD-MAESTRO
               DISPLAY "MAESTRO DE LEGAJOS CARGADO CON "
                       WSV-CANT-MAESTRO " LEGAJOS"
           ELSE
               IF WSV-FS-MAESTRO = '35'
                   DISPLAY "MAESTRO DE LEGAJOS INEXISTENTE, SE ARMA "
                           "UNO NUEVO CON LAS ALTAS"
               ELSE
                   DISPLAY "ERROR FATAL ABRIENDO MAESTRO DE LEGAJOS, "
                           "STATUS " WSV-FS-MAESTRO
                   STOP RUN
               END-IF
           END-IF.
       13-CARGAR-MAESTRO-END.
       EXIT.

       13B-LEER-MAESTRO.
           READ FD-MAESTRO
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-MAE-LEGAJO IS NOT NUMERIC
                    OR FD-MAE-LEGAJO NOT > WSV-LEGAJO-ANTERIOR
                       DISPLAY "MAESTRO DE LEGAJOS FUERA DE ORDEN O "
                               "CON LEGAJO INVALIDO DESPUES DEL "
                               WSV-LEGAJO-ANTERIOR
                               ", NO SE ACTUALIZA"
                       STOP RUN
                   END-IF
                   IF WSV-CANT-MAESTRO NOT < 20000
                       DISPLAY "MAESTRO DE LEGAJOS EXCEDE LAS 20000 "
                               "ENTRADAS, NO SE ACTUALIZA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WSV-CANT-MAESTRO
                   MOVE FD-MAESTRO-REC
                       TO WSV-MAE-ENT(WSV-CANT-MAESTRO)
                   MOVE FD-MAE-LEGAJO TO WSV-LEGAJO-ANTERIOR
           END-READ.
       13B-LEER-MAESTRO-END.
       EXIT.

       15-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "ACTUALIZACION DEL MAESTRO DE LEGAJOS - "
                      DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-HORA-CORRIDA DELIMITED BY SIZE
                  " - USUARIO " DELIMITED BY SIZE
                  WSV-USUARIO-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCAB-COL.
       15-ESCRIBIR-ENCABEZADO-END.
       EXIT.

       20-PROCESO.
           PERFORM 21-LEER-MOVIMIENTO
               UNTIL WSS-FIN-ARCHIVO.
       20-PROCESO-END.
       EXIT.

       21-LEER-MOVIMIENTO.
           READ FD-MOVIMIENTOS
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WSV-CANT-LEIDOS
                   PERFORM 22-PROCESAR-MOVIMIENTO
           END-READ.
       21-LEER-MOVIMIENTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Aplica un movimiento: ubica el legajo en el maestro y lo
      * encamina segun el tipo. Cada movimiento queda en el listado,
      * aplicado o rechazado con su motivo; solo los aplicados pasan
      * a la bitacora de cambios.
      *----------------------------------------------------------------
       22-PROCESAR-MOVIMIENTO.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
           MOVE SPACES TO WSV-OBSERVACION.
           SET WSS-REGISTRO-VALIDO TO TRUE.
           MOVE 0 TO WSV-LEGAJO-AUX.
           IF FD-MOV-LEGAJO IS NOT NUMERIC
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "LEGAJO NO NUMERICO O CERO" TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE FD-MOV-LEGAJO TO WSV-LEGAJO-AUX
               IF WSV-LEGAJO-AUX = 0
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "LEGAJO NO NUMERICO O CERO"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF WSS-REGISTRO-VALIDO
               PERFORM 27-BUSCAR-LEGAJO
               EVALUATE FD-MOV-TIPO
                   WHEN 'A'
                       PERFORM 24-APLICAR-ALTA
                   WHEN 'M'
                       PERFORM 25-APLICAR-MODIFICACION
                   WHEN 'B'
                       PERFORM 26-APLICAR-BAJA
                   WHEN OTHER
                       SET WSS-REGISTRO-INVALIDO TO TRUE
                       MOVE "TIPO DE MOVIMIENTO DESCONOCIDO"
                           TO WSV-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.
           IF WSS-REGISTRO-VALIDO
               PERFORM 29-GRABAR-BITACORA
           ELSE
               ADD 1 TO WSV-CANT-RECHAZADOS
               DISPLAY "MOVIMIENTO RECHAZADO: " FD-MOV-TIPO " "
                       FD-MOV-LEGAJO " - " WSV-MOTIVO-RECHAZO
           END-IF.
           PERFORM 30-ESCRIBIR-MOVIMIENTO.
       22-PROCESAR-MOVIMIENTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Valida los datos del registro resultante (WSV-REG-NUEVO):
      * nombre, fecha de ingreso real y no futura, departamento y
      * empresa contra sus referencias y CBU de 22 digitos
      * numericos que no sean todos cero, las mismas reglas con
      * las que SUELDOS rechazaba el feed de postulantes.
      *----------------------------------------------------------------
       23-VALIDAR-DATOS.
           IF WSV-NVO-NOMBRE = SPACES OR LOW-VALUES
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "NOMBRE EN BLANCO" TO WSV-MOTIVO-RECHAZO
           END-IF.

           IF WSS-REGISTRO-VALIDO
               MOVE WSV-NVO-FECHA-INGRESO TO WSV-FECHA-VALIDAR
               PERFORM 23B-VALIDAR-FECHA
               IF WSS-FECHA-INVALIDA
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "FECHA DE INGRESO INVALIDA"
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF WSV-NVO-FECHA-INGRESO > WSV-FECHA-CORRIDA
                       SET WSS-REGISTRO-INVALIDO TO TRUE
                       MOVE "FECHA DE INGRESO FUTURA"
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

           IF WSS-REGISTRO-VALIDO
               IF WSV-NVO-DEPTO = SPACES OR LOW-VALUES
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "DEPARTAMENTO EN BLANCO" TO WSV-MOTIVO-RECHAZO
               ELSE
                   IF WSC-CANT-DEPTOS > 0
                       SET WSS-DEPTO-NO-HALLADO TO TRUE
                       MOVE 1 TO WSV-IDX-DEP-REF
                       PERFORM 23D-BUSCAR-DEPTO-REF
                           UNTIL WSV-IDX-DEP-REF > WSC-CANT-DEPTOS
                              OR WSS-DEPTO-HALLADO
                       IF WSS-DEPTO-NO-HALLADO
                           SET WSS-REGISTRO-INVALIDO TO TRUE
                           MOVE "DEPARTAMENTO INEXISTENTE"
                               TO WSV-MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WSS-REGISTRO-VALIDO
               IF WSV-NVO-CBU IS NOT NUMERIC
                OR WSV-NVO-CBU = ALL '0'
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "CBU NO NUMERICO, INCOMPLETO O CERO"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF WSS-REGISTRO-VALIDO
            AND WSC-CANT-EMPRESAS > 0
               SET WSS-EMPRESA-NO-HALLADA TO TRUE
               IF WSV-NVO-EMPRESA NOT = SPACES
                AND WSV-NVO-EMPRESA NOT = LOW-VALUES
                   MOVE 1 TO WSV-IDX-EMP-REF
                   PERFORM 23E-BUSCAR-EMPRESA-REF
                       UNTIL WSV-IDX-EMP-REF > WSC-CANT-EMPRESAS
                          OR WSS-EMPRESA-HALLADA
               END-IF
               IF WSS-EMPRESA-NO-HALLADA
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "EMPRESA EN BLANCO O INEXISTENTE"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.
       23-VALIDAR-DATOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Valida WSV-FECHA-VALIDAR como fecha real de calendario
      * (mes y dia validos, febrero segun ano bisiesto).
      *----------------------------------------------------------------
       23B-VALIDAR-FECHA.
           SET WSS-FECHA-VALIDA TO TRUE.
           IF WSV-FECHA-VALIDAR IS NOT NUMERIC
               SET WSS-FECHA-INVALIDA TO TRUE
           ELSE
               MOVE WSV-FECHA-VALIDAR TO WSV-FECHA-AUX
               PERFORM 23C-TOPE-DIA-DEL-MES
               IF WSV-FA-ANIO < 1900
                OR WSV-FA-MES < 1 OR WSV-FA-MES > 12
                OR WSV-FA-DIA < 1 OR WSV-FA-DIA > WSV-DIA-TOPE-MES
                   SET WSS-FECHA-INVALIDA TO TRUE
               END-IF
           END-IF.
       23B-VALIDAR-FECHA-END.
       EXIT.

       23C-TOPE-DIA-DEL-MES.
           EVALUATE WSV-FA-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WSV-DIA-TOPE-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WSV-DIA-TOPE-MES
               WHEN 2
                   MOVE 28 TO WSV-DIA-TOPE-MES
                   DIVIDE WSV-FA-ANIO BY 4
                       GIVING WSV-BIS-COCIENTE
                       REMAINDER WSV-BIS-RESTO-4
                   DIVIDE WSV-FA-ANIO BY 100
                       GIVING WSV-BIS-COCIENTE
                       REMAINDER WSV-BIS-RESTO-100
                   DIVIDE WSV-FA-ANIO BY 400
                       GIVING WSV-BIS-COCIENTE
                       REMAINDER WSV-BIS-RESTO-400
                   IF WSV-BIS-RESTO-4 = 0
                    AND (WSV-BIS-RESTO-100 NOT = 0
                         OR WSV-BIS-RESTO-400 = 0)
                       MOVE 29 TO WSV-DIA-TOPE-MES
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WSV-DIA-TOPE-MES
           END-EVALUATE.
       23C-TOPE-DIA-DEL-MES-END.
       EXIT.

       23D-BUSCAR-DEPTO-REF.
           IF WSC-DEP-CODIGO(WSV-IDX-DEP-REF) = WSV-NVO-DEPTO
               SET WSS-DEPTO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-DEP-REF
           END-IF.
       23D-BUSCAR-DEPTO-REF-END.
       EXIT.

       23E-BUSCAR-EMPRESA-REF.
           IF WSC-EMP-CODIGO(WSV-IDX-EMP-REF) = WSV-NVO-EMPRESA
               SET WSS-EMPRESA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-EMP-REF
           END-IF.
       23E-BUSCAR-EMPRESA-REF-END.
       EXIT.

      *----------------------------------------------------------------
      * Alta de un legajo. Un legajo nuevo se inserta en su lugar
      * del maestro; un legajo dado de baja puede volver a darse de
      * alta (reingreso) y recupera el estado activo con los datos
      * del movimiento. Un legajo activo no admite una segunda alta.
      *----------------------------------------------------------------
       24-APLICAR-ALTA.
           IF WSS-LEGAJO-HALLADO
            AND WSV-MAE-ESTADO(WSV-IDX-MAE) NOT = 'B'
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "ALTA DE UN LEGAJO YA ACTIVO EN EL MAESTRO"
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE WSV-LEGAJO-AUX       TO WSV-NVO-LEGAJO
               MOVE FD-MOV-NOMBRE        TO WSV-NVO-NOMBRE
               MOVE FD-MOV-FECHA-INGRESO TO WSV-NVO-FECHA-INGRESO
               MOVE FD-MOV-DEPTO         TO WSV-NVO-DEPTO
               MOVE FD-MOV-CBU           TO WSV-NVO-CBU
               MOVE FD-MOV-EMPRESA       TO WSV-NVO-EMPRESA
               MOVE 'A'                  TO WSV-NVO-ESTADO
               MOVE SPACES               TO WSV-NVO-FECHA-BAJA
               PERFORM 23-VALIDAR-DATOS
           END-IF.
           IF WSS-REGISTRO-VALIDO
               IF WSS-LEGAJO-HALLADO
                   MOVE WSV-MAE-ENT(WSV-IDX-MAE) TO WSV-REG-ANTES
                   MOVE WSV-REG-NUEVO TO WSV-MAE-ENT(WSV-IDX-MAE)
                   MOVE "REINGRESO DE UN LEGAJO EN BAJA"
                       TO WSV-OBSERVACION
                   ADD 1 TO WSV-CANT-ALTAS
               ELSE
                   IF WSV-CANT-MAESTRO < 20000
                       MOVE SPACES TO WSV-REG-ANTES
                       PERFORM 28-INSERTAR-LEGAJO
                       ADD 1 TO WSV-CANT-ALTAS
                   ELSE
                       SET WSS-REGISTRO-INVALIDO TO TRUE
                       MOVE "MAESTRO DE LEGAJOS LLENO"
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.
       24-APLICAR-ALTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Modificacion de un legajo activo: los campos del movimiento
      * que vienen en blanco conservan el valor vigente y el
      * registro resultante se valida completo. Un cambio de CBU se
      * marca aparte en el listado, que es lo que Auditoria pide
      * rastrear.
      *----------------------------------------------------------------
       25-APLICAR-MODIFICACION.
           IF WSS-LEGAJO-NO-HALLADO
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "LEGAJO INEXISTENTE EN EL MAESTRO"
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF WSV-MAE-ESTADO(WSV-IDX-MAE) = 'B'
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "MODIFICACION DE UN LEGAJO EN BAJA"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF WSS-REGISTRO-VALIDO
               MOVE WSV-MAE-ENT(WSV-IDX-MAE) TO WSV-REG-VIGENTE
               MOVE WSV-REG-VIGENTE          TO WSV-REG-NUEVO
               IF FD-MOV-NOMBRE NOT = SPACES
                   MOVE FD-MOV-NOMBRE TO WSV-NVO-NOMBRE
               END-IF
               IF FD-MOV-FECHA-INGRESO NOT = SPACES
                   MOVE FD-MOV-FECHA-INGRESO TO WSV-NVO-FECHA-INGRESO
               END-IF
               IF FD-MOV-DEPTO NOT = SPACES
                   MOVE FD-MOV-DEPTO TO WSV-NVO-DEPTO
               END-IF
               IF FD-MOV-CBU NOT = SPACES
                   MOVE FD-MOV-CBU TO WSV-NVO-CBU
               END-IF
               IF FD-MOV-EMPRESA NOT = SPACES
                   MOVE FD-MOV-EMPRESA TO WSV-NVO-EMPRESA
               END-IF
               PERFORM 23-VALIDAR-DATOS
           END-IF.
           IF WSS-REGISTRO-VALIDO
               IF WSV-REG-NUEVO = WSV-REG-VIGENTE
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "MODIFICACION SIN CAMBIOS"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF WSS-REGISTRO-VALIDO
               MOVE WSV-REG-VIGENTE TO WSV-REG-ANTES
               MOVE WSV-REG-NUEVO   TO WSV-MAE-ENT(WSV-IDX-MAE)
               ADD 1 TO WSV-CANT-MODIFICACIONES
               IF WSV-NVO-CBU NOT = WSV-VIG-CBU
                   ADD 1 TO WSV-CANT-CAMBIOS-CBU
                   MOVE "CAMBIO DE CBU" TO WSV-OBSERVACION
               END-IF
           END-IF.
       25-APLICAR-MODIFICACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Baja de un legajo activo: queda en el maestro con estado
      * 'B' y la fecha de baja (la del movimiento o, en blanco, la
      * de la corrida), para que SUELDOS no vuelva a pagarlo y el
      * legajo no pueda reutilizarse para otra persona.
      *----------------------------------------------------------------
       26-APLICAR-BAJA.
           IF WSS-LEGAJO-NO-HALLADO
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "LEGAJO INEXISTENTE EN EL MAESTRO"
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF WSV-MAE-ESTADO(WSV-IDX-MAE) = 'B'
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "LEGAJO YA DADO DE BAJA"
                       TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF WSS-REGISTRO-VALIDO
               MOVE WSV-MAE-ENT(WSV-IDX-MAE) TO WSV-REG-VIGENTE
               MOVE WSV-REG-VIGENTE          TO WSV-REG-NUEVO
               MOVE 'B' TO WSV-NVO-ESTADO
               IF FD-MOV-FECHA-BAJA = SPACES
                   MOVE WSV-FECHA-CORRIDA TO WSV-NVO-FECHA-BAJA
               ELSE
                   MOVE FD-MOV-FECHA-BAJA TO WSV-FECHA-VALIDAR
                   PERFORM 23B-VALIDAR-FECHA
                   IF WSS-FECHA-INVALIDA
                    OR FD-MOV-FECHA-BAJA < WSV-VIG-FECHA-INGRESO
                       SET WSS-REGISTRO-INVALIDO TO TRUE
                       MOVE "FECHA DE BAJA INVALIDA"
                           TO WSV-MOTIVO-RECHAZO
                   ELSE
                       MOVE FD-MOV-FECHA-BAJA TO WSV-NVO-FECHA-BAJA
                   END-IF
               END-IF
           END-IF.
           IF WSS-REGISTRO-VALIDO
               MOVE WSV-REG-VIGENTE TO WSV-REG-ANTES
               MOVE WSV-REG-NUEVO   TO WSV-MAE-ENT(WSV-IDX-MAE)
               ADD 1 TO WSV-CANT-BAJAS
           END-IF.
       26-APLICAR-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca WSV-LEGAJO-AUX en el maestro ordenado. Si esta, deja
      * WSV-IDX-MAE apuntando a su entrada; si no, WSV-IDX-MAE
      * queda en la posicion donde corresponde insertarlo (la del
      * primer legajo mayor, o una mas alla del ultimo).
      *----------------------------------------------------------------
       27-BUSCAR-LEGAJO.
           SET WSS-LEGAJO-NO-HALLADO TO TRUE.
           MOVE 'N' TO WSV-SW-CORTE-BUSQ.
           MOVE 1 TO WSV-IDX-MAE.
           PERFORM 27B-COMPARAR-LEGAJO
               UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
                  OR WSS-LEGAJO-HALLADO
                  OR WSS-BUSQUEDA-CORTADA.
       27-BUSCAR-LEGAJO-END.
       EXIT.

       27B-COMPARAR-LEGAJO.
           EVALUATE TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) = WSV-LEGAJO-AUX
                   SET WSS-LEGAJO-HALLADO TO TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) > WSV-LEGAJO-AUX
                   SET WSS-BUSQUEDA-CORTADA TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-MAE
           END-EVALUATE.
       27B-COMPARAR-LEGAJO-END.
       EXIT.

      *----------------------------------------------------------------
      * Inserta WSV-REG-NUEVO en la posicion WSV-IDX-MAE, corriendo
      * un lugar hacia el final las entradas siguientes.
      *----------------------------------------------------------------
       28-INSERTAR-LEGAJO.
           PERFORM 28B-CORRER-ENTRADA
               VARYING WSV-IDX-CORRER FROM WSV-CANT-MAESTRO BY -1
               UNTIL WSV-IDX-CORRER < WSV-IDX-MAE.
           MOVE WSV-REG-NUEVO TO WSV-MAE-ENT(WSV-IDX-MAE).
           ADD 1 TO WSV-CANT-MAESTRO.
       28-INSERTAR-LEGAJO-END.
       EXIT.

       28B-CORRER-ENTRADA.
           MOVE WSV-MAE-ENT(WSV-IDX-CORRER)
               TO WSV-MAE-ENT(WSV-IDX-CORRER + 1).
       28B-CORRER-ENTRADA-END.
       EXIT.

      *----------------------------------------------------------------
      * Agrega el movimiento aplicado a la bitacora de cambios con
      * el usuario, la fecha y la hora de la actualizacion y las
      * imagenes anterior y posterior del legajo.
      *----------------------------------------------------------------
       29-GRABAR-BITACORA.
           MOVE WSV-FECHA-CORRIDA   TO FD-BIT-FECHA.
           MOVE WSV-HORA-CORRIDA    TO FD-BIT-HORA.
           MOVE WSV-USUARIO-CORRIDA TO FD-BIT-USUARIO.
           MOVE FD-MOV-TIPO         TO FD-BIT-TIPO.
           MOVE WSV-REG-ANTES       TO FD-BIT-ANTES.
           MOVE WSV-REG-NUEVO       TO FD-BIT-DESPUES.
           WRITE FD-BITACORA-REC.
       29-GRABAR-BITACORA-END.
       EXIT.

       30-ESCRIBIR-MOVIMIENTO.
           MOVE FD-MOV-TIPO   TO WSV-LM-TIPO.
           MOVE FD-MOV-LEGAJO TO WSV-LM-LEGAJO.
           IF WSS-REGISTRO-VALIDO
               MOVE WSV-NVO-NOMBRE   TO WSV-LM-NOMBRE
               MOVE 'APLICADO'       TO WSV-LM-RESULTADO
               MOVE WSV-OBSERVACION  TO WSV-LM-MOTIVO
           ELSE
               MOVE FD-MOV-NOMBRE    TO WSV-LM-NOMBRE
               MOVE 'RECHAZADO'      TO WSV-LM-RESULTADO
               MOVE WSV-MOTIVO-RECHAZO TO WSV-LM-MOTIVO
           END-IF.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-MOVIMIENTO.
       30-ESCRIBIR-MOVIMIENTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Reescribe el maestro completo desde la tabla (ordenado por
      * legajo), imprime el resumen de la actualizacion y cierra los
      * archivos. Una falla al reescribir el maestro es fatal y se
      * avisa con la cantidad de legajos que debian grabarse.
      *----------------------------------------------------------------
       90-CIERRE.
           CLOSE FD-MOVIMIENTOS.
           CLOSE FD-BITACORA.
           OPEN OUTPUT FD-MAESTRO.
           IF WSV-FS-MAESTRO NOT = '00'
               DISPLAY "ERROR FATAL REESCRIBIENDO EL MAESTRO DE "
                       "LEGAJOS (" WSV-CANT-MAESTRO " LEGAJOS), "
                       "STATUS " WSV-FS-MAESTRO
               STOP RUN
           END-IF.
           PERFORM 91-GRABAR-UN-LEGAJO
               VARYING WSV-IDX-MAE FROM 1 BY 1
               UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO.
           CLOSE FD-MAESTRO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'MOVIMIENTOS LEIDOS      :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-LEIDOS TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'ALTAS                   :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-ALTAS TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'MODIFICACIONES          :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-MODIFICACIONES TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE '  CON CAMBIO DE CBU     :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-CAMBIOS-CBU TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'BAJAS                   :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-BAJAS TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'RECHAZADOS              :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-RECHAZADOS TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'LEGAJOS ACTIVOS         :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-ACTIVOS TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'LEGAJOS EN BAJA         :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-EN-BAJA TO WSV-RS-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           CLOSE FD-REPORTE.
           DISPLAY "ACTUALIZACION DEL MAESTRO DE LEGAJOS POR "
                   WSV-USUARIO-CORRIDA.
           DISPLAY "ALTAS         : " WSV-CANT-ALTAS.
           DISPLAY "MODIFICACIONES: " WSV-CANT-MODIFICACIONES
                   " (CAMBIOS DE CBU " WSV-CANT-CAMBIOS-CBU ")".
           DISPLAY "BAJAS         : " WSV-CANT-BAJAS.
           DISPLAY "RECHAZADOS    : " WSV-CANT-RECHAZADOS.
           DISPLAY "LEGAJOS EN EL MAESTRO: " WSV-CANT-MAESTRO.
       90-CIERRE-END.
       EXIT.

       91-GRABAR-UN-LEGAJO.
           MOVE WSV-MAE-ENT(WSV-IDX-MAE) TO FD-MAESTRO-REC.
           WRITE FD-MAESTRO-REC.
           IF WSV-MAE-ESTADO(WSV-IDX-MAE) = 'B'
               ADD 1 TO WSV-CANT-EN-BAJA
           ELSE
               ADD 1 TO WSV-CANT-ACTIVOS
           END-IF.
       91-GRABAR-UN-LEGAJO-END.
       EXIT.

       END PROGRAM SUELMAES.
