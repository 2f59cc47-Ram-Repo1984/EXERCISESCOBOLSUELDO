      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Control previo de los archivos de referencia y de
      *            parametros de SUELDOS, para correr antes de la
      *            corrida nocturna. Lee TARIFAS, DEDUCCIO, CONTRIB,
      *            DEPTOS, CUENTAS, PRESUPU, EMPRESAS y OFICINAS con
      *            los mismos topes de tabla que SUELDOS y los cruza
      *            entre si: cuentas 'D' y 'P' de cada departamento,
      *            'R' de cada deduccion, 'C' de cada contribucion,
      *            cuenta banco, presupuesto de cada departamento,
      *            convenio de cada empresa y feeds de las oficinas.
      *            Emite el listado SUELPCHL con los errores y
      *            advertencias y deja el codigo de retorno: 0 sin
      *            observaciones, 4 solo advertencias, 8 con errores
      *            que deben corregirse antes de correr SUELDOS.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial del control previo de referencias.
      *  - Tope propio para la tabla de contribuciones patronales.
      *  - Una tarifa con monto en cero ocupa lugar en la tabla, como
      *    la carga SUELDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELPCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-TARIFAS      ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-TARIFAS.

           SELECT FD-DEDUCCIONES  ASSIGN TO "DEDUCCIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEDUCCIONES.

           SELECT FD-CONTRIBUCIONES ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CONTRIBUCIONES.

           SELECT FD-DEPTOS       ASSIGN TO "DEPTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEPTOS.

           SELECT FD-CUENTAS      ASSIGN TO "CUENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CUENTAS.

           SELECT FD-PRESUPUESTO  ASSIGN TO "PRESUPU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PRESUPUESTO.

           SELECT FD-EMPRESAS     ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EMPRESAS.

           SELECT FD-OFICINAS     ASSIGN TO "OFICINAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-OFICINAS.

      * Feed de postulantes de una oficina (o el feed unico
      * POSTULAN), solo para comprobar que existe.
           SELECT FD-FEED         ASSIGN USING WSV-ARCHIVO-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-FEED.

           SELECT FD-LISTADO      ASSIGN TO "SUELPCHL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

      * Layouts de los archivos de referencia y de parametros tal
      * como los lee SUELDOS (ver 12-CARGAR-TARIFAS y siguientes).
       FD  FD-TARIFAS
           LABEL RECORDS ARE STANDARD.
       01  FD-TARIFA-REC.
           05  FD-TAR-TIPO              PIC X(01).
           05  FD-TAR-VALOR             PIC X(16).

       FD  FD-DEDUCCIONES
           LABEL RECORDS ARE STANDARD.
       01  FD-DEDUCCION-REC.
           05  FD-DED-CONCEPTO          PIC X(06).
           05  FD-DED-PORCENTAJE        PIC X(04).
           05  FD-DED-PORC-R REDEFINES FD-DED-PORCENTAJE
                                        PIC 9(04).

       FD  FD-CONTRIBUCIONES
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRIBUCION-REC.
           05  FD-CON-CONCEPTO          PIC X(06).
           05  FD-CON-PORCENTAJE        PIC X(04).
           05  FD-CON-PORC-R REDEFINES FD-CON-PORCENTAJE
                                        PIC 9(04).

       FD  FD-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-DEPTO-REC.
           05  FD-DEP-CODIGO            PIC X(04).
           05  FD-DEP-NOMBRE            PIC X(20).

       FD  FD-CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUENTA-REC.
           05  FD-CTA-TIPO              PIC X(01).
           05  FD-CTA-CLAVE             PIC X(06).
           05  FD-CTA-CUENTA            PIC X(08).

       FD  FD-PRESUPUESTO
           LABEL RECORDS ARE STANDARD.
       01  FD-PRESUPUESTO-REC.
           05  FD-PRE-CODIGO            PIC X(04).
           05  FD-PRE-MENSUAL           PIC X(12).

       FD  FD-EMPRESAS
           LABEL RECORDS ARE STANDARD.
       01  FD-EMPRESA-REC.
           05  FD-EMP-CODIGO            PIC X(03).
           05  FD-EMP-NOMBRE            PIC X(30).
           05  FD-EMP-CONVENIO          PIC X(10).

       FD  FD-OFICINAS
           LABEL RECORDS ARE STANDARD.
       01  FD-OFICINA-REC.
           05  FD-OFI-CODIGO            PIC X(03).
           05  FD-OFI-NOMBRE            PIC X(20).
           05  FD-OFI-ARCHIVO           PIC X(12).

       FD  FD-FEED
           LABEL RECORDS ARE STANDARD.
       01  FD-FEED-REC                  PIC X(75).

       FD  FD-LISTADO
           LABEL RECORDS ARE STANDARD.
       01  FD-LISTADO-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           01  WSV-FS-TARIFAS           PIC X(02) VALUE '00'.
           01  WSV-FS-DEDUCCIONES       PIC X(02) VALUE '00'.
           01  WSV-FS-CONTRIBUCIONES    PIC X(02) VALUE '00'.
           01  WSV-FS-DEPTOS            PIC X(02) VALUE '00'.
           01  WSV-FS-CUENTAS           PIC X(02) VALUE '00'.
           01  WSV-FS-PRESUPUESTO       PIC X(02) VALUE '00'.
           01  WSV-FS-EMPRESAS          PIC X(02) VALUE '00'.
           01  WSV-FS-OFICINAS          PIC X(02) VALUE '00'.
           01  WSV-FS-FEED              PIC X(02) VALUE '00'.
           01  WSV-FS-LISTADO           PIC X(02) VALUE '00'.

           01  WSV-ARCHIVO-FEED         PIC X(12) VALUE SPACES.

      * Topes de las tablas de SUELDOS: lo que los supera se pierde
      * (o descarta el archivo) en la corrida.
           01  WSC-CONSTANTES.
               05  WSC-MAX-TARIFAS          PIC 9(02) VALUE 4.
               05  WSC-MAX-DEDUCCIONES      PIC 9(02) VALUE 5.
               05  WSC-MAX-CONTRIBUCIONES   PIC 9(02) VALUE 5.
               05  WSC-MAX-DEPTOS           PIC 9(02) VALUE 20.
               05  WSC-MAX-CUENTAS          PIC 9(02) VALUE 30.
               05  WSC-MAX-PRESUP           PIC 9(02) VALUE 20.
               05  WSC-MAX-EMPRESAS         PIC 9(02) VALUE 5.
               05  WSC-MAX-OFICINAS         PIC 9(02) VALUE 10.
               05  WSC-CUENTA-SIN-MAPEO     PIC X(08) VALUE '99999999'.

      * Categorias de la tabla de sueldos.
           01  WSC-CATEGORIAS.
               05  FILLER               PIC X(06) VALUE 'SENIOR'.
               05  FILLER               PIC X(06) VALUE 'SEMISR'.
               05  FILLER               PIC X(06) VALUE 'JUNIOR'.
               05  FILLER               PIC X(06) VALUE 'STAFF '.
           01  FILLER REDEFINES WSC-CATEGORIAS.
               05  WSC-CATEGORIA OCCURS 4 TIMES PIC X(06).

      * Conceptos y porcentajes por defecto de SUELDOS, que son los
      * que rigen cuando el archivo falta o se descarta.
           01  WSC-DEDUCCIONES-DEFAULT.
               05  FILLER               PIC X(10) VALUE 'JUBILA1100'.
               05  FILLER               PIC X(10) VALUE 'OBRASO0300'.
               05  FILLER               PIC X(10) VALUE 'GANANC0500'.
           01  FILLER REDEFINES WSC-DEDUCCIONES-DEFAULT.
               05  WSC-DED-DEF OCCURS 3 TIMES.
                   10  WSC-DED-DEF-CODIGO  PIC X(06).
                   10  WSC-DED-DEF-PORC    PIC 9(04).

           01  WSC-CONTRIBUCIONES-DEFAULT.
               05  FILLER               PIC X(10) VALUE 'JUBPAT1600'.
               05  FILLER               PIC X(10) VALUE 'OSOPAT0600'.
               05  FILLER               PIC X(10) VALUE 'ARTPAT0250'.
           01  FILLER REDEFINES WSC-CONTRIBUCIONES-DEFAULT.
               05  WSC-CON-DEF OCCURS 3 TIMES.
                   10  WSC-CON-DEF-CODIGO  PIC X(06).
                   10  WSC-CON-DEF-PORC    PIC 9(04).

      * Claves de novedades y tipos de prestamo que se asientan
      * solo cuando hay importes en el periodo.
           01  WSC-CLAVES-EVENTUALES.
               05  FILLER               PIC X(07) VALUE 'NH50   '.
               05  FILLER               PIC X(07) VALUE 'NH100  '.
               05  FILLER               PIC X(07) VALUE 'NADI   '.
               05  FILLER               PIC X(07) VALUE 'NAUS   '.
               05  FILLER               PIC X(07) VALUE 'LA     '.
               05  FILLER               PIC X(07) VALUE 'LP     '.
           01  FILLER REDEFINES WSC-CLAVES-EVENTUALES.
               05  WSC-CLAVE-EVENTUAL OCCURS 6 TIMES.
                   10  WSC-CE-TIPO         PIC X(01).
                   10  WSC-CE-CLAVE        PIC X(06).

           01  WSV-SWITCHES.
               05  WSV-SW-HALLADO              PIC X(01) VALUE 'N'.
                   88  WSS-HALLADO             VALUE 'S'.
                   88  WSS-NO-HALLADO          VALUE 'N'.
               05  WSV-SW-EXCESO               PIC X(01) VALUE 'N'.
                   88  WSS-EXCESO              VALUE 'S'.
               05  WSV-SW-HAY-DEPTOS           PIC X(01) VALUE 'N'.
                   88  WSS-HAY-DEPTOS          VALUE 'S'.
               05  WSV-SW-HAY-CUENTAS          PIC X(01) VALUE 'N'.
                   88  WSS-HAY-CUENTAS         VALUE 'S'.
               05  WSV-SW-HAY-PRESUP           PIC X(01) VALUE 'N'.
                   88  WSS-HAY-PRESUP          VALUE 'S'.

      * Tarifas: marca de cada categoria vista en el archivo.
           01  WSV-TABLA-TARIFAS.
               05  WSV-TAR-VISTA OCCURS 4 TIMES PIC X(01).
           01  WSV-CANT-TARIFAS         PIC 9(04) VALUE 0.
           01  WSV-SW-VERSION           PIC X(01) VALUE 'N'.
               88  WSS-VERSION-LEIDA    VALUE 'S'.

      * Deducciones y contribuciones que rigen para la corrida, con
      * el total leido y la suma de porcentajes del archivo.
           01  WSV-TABLA-DEDUCCIONES.
               05  WSV-DED-CODIGO OCCURS 5 TIMES PIC X(06).
           01  WSV-CANT-DEDUCCIONES     PIC 9(02) VALUE 0.
           01  WSV-LEIDAS-DEDUCCIONES   PIC 9(04) VALUE 0.
           01  WSV-SUMA-PORC-DED        PIC 9(06) VALUE 0.

           01  WSV-TABLA-CONTRIBUCIONES.
               05  WSV-CON-CODIGO OCCURS 5 TIMES PIC X(06).
           01  WSV-CANT-CONTRIBUCIONES  PIC 9(02) VALUE 0.
           01  WSV-LEIDAS-CONTRIB       PIC 9(04) VALUE 0.
           01  WSV-SUMA-PORC-CON        PIC 9(06) VALUE 0.

           01  WSV-TABLA-DEPTOS.
               05  WSV-DEP-CODIGO OCCURS 20 TIMES PIC X(04).
           01  WSV-CANT-DEPTOS          PIC 9(02) VALUE 0.
           01  WSV-LEIDOS-DEPTOS        PIC 9(04) VALUE 0.

           01  WSV-TABLA-CUENTAS.
               05  WSV-CTA-ENT OCCURS 30 TIMES.
                   10  WSV-CTA-TIPO         PIC X(01).
                   10  WSV-CTA-CLAVE        PIC X(06).
                   10  WSV-CTA-CUENTA       PIC X(08).
           01  WSV-CANT-CUENTAS         PIC 9(02) VALUE 0.
           01  WSV-LEIDAS-CUENTAS       PIC 9(04) VALUE 0.

           01  WSV-TABLA-PRESUP.
               05  WSV-PRE-CODIGO OCCURS 20 TIMES PIC X(04).
           01  WSV-CANT-PRESUP          PIC 9(02) VALUE 0.
           01  WSV-LEIDOS-PRESUP        PIC 9(04) VALUE 0.

           01  WSV-TABLA-EMPRESAS.
               05  WSV-EMP-CODIGO OCCURS 5 TIMES PIC X(03).
           01  WSV-CANT-EMPRESAS        PIC 9(02) VALUE 0.
           01  WSV-LEIDAS-EMPRESAS      PIC 9(04) VALUE 0.

           01  WSV-TABLA-OFICINAS.
               05  WSV-OFI-ENT OCCURS 10 TIMES.
                   10  WSV-OFI-CODIGO       PIC X(03).
                   10  WSV-OFI-ARCHIVO      PIC X(12).
           01  WSV-CANT-OFICINAS        PIC 9(02) VALUE 0.
           01  WSV-LEIDAS-OFICINAS      PIC 9(04) VALUE 0.

      * Indices de trabajo.
           01  WSV-IDX                  PIC 9(02) VALUE 0.
           01  WSV-IDX-BUSQ             PIC 9(02) VALUE 0.
           01  WSV-IDX-CAT              PIC 9(02) VALUE 0.

      * Busqueda en el mapeo de cuentas, como 91J-BUSCAR-CUENTA de
      * SUELDOS.
           01  WSV-CTA-TIPO-BUSQ        PIC X(01) VALUE SPACE.
           01  WSV-CTA-CLAVE-BUSQ       PIC X(06) VALUE SPACES.
           01  WSV-CODIGO-BUSQ          PIC X(06) VALUE SPACES.

      * Observacion a informar: archivo, clave y texto.
           01  WSV-OBS-ARCHIVO          PIC X(08) VALUE SPACES.
           01  WSV-OBS-CLAVE            PIC X(12) VALUE SPACES.
           01  WSV-OBS-TEXTO            PIC X(80) VALUE SPACES.

      * Contadores de observaciones.
           01  WSV-CANT-ERRORES         PIC 9(04) VALUE 0.
           01  WSV-CANT-ADVERTENCIAS    PIC 9(04) VALUE 0.

      * Fecha y hora del control.
           01  WSV-FECHA-PROCESO        PIC X(08).
           01  WSV-HORA-PROCESO         PIC X(06).

      * Lineas de impresion del listado de control.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(10) VALUE 'ARCHIVO'.
               05  FILLER               PIC X(13) VALUE 'NIVEL'.
               05  FILLER               PIC X(14) VALUE 'CLAVE'.
               05  FILLER               PIC X(80) VALUE 'OBSERVACION'.
               05  FILLER               PIC X(15) VALUE SPACES.

           01  WSV-LINEA-OBSERVACION.
               05  WSV-LO-ARCHIVO       PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LO-NIVEL         PIC X(11).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LO-CLAVE         PIC X(12).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LO-TEXTO         PIC X(80).
               05  FILLER               PIC X(15) VALUE SPACES.

           01  WSV-LINEA-RESUMEN.
               05  WSV-RS-TEXTO         PIC X(26).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RS-CANTIDAD      PIC ZZZ9.
               05  FILLER               PIC X(100) VALUE SPACES.

           01  WSV-LINEA-RESULTADO      PIC X(132).

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-VERIFICAR-TARIFAS.
           PERFORM 30-VERIFICAR-DEDUCCIONES.
           PERFORM 35-VERIFICAR-CONTRIBUCIONES.
           PERFORM 40-VERIFICAR-DEPTOS.
           PERFORM 50-VERIFICAR-CUENTAS.
           PERFORM 60-VERIFICAR-PRESUPUESTOS.
           PERFORM 70-VERIFICAR-EMPRESAS.
           PERFORM 80-VERIFICAR-OFICINAS.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Abre el listado de control y escribe los encabezados.
      *----------------------------------------------------------------
       10-INICIO.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-PROCESO FROM TIME.
           OPEN OUTPUT FD-LISTADO.
           IF WSV-FS-LISTADO NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO LISTADO DE CONTROL, "
                       "STATUS " WSV-FS-LISTADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "CONTROL PREVIO DE REFERENCIAS DE SUELDOS - "
                      DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-HORA-PROCESO DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-ENCAB-COL.
       10-INICIO-END.
       EXIT.

      *----------------------------------------------------------------
      * TARIFAS: SUELDOS toma hasta 4 tarifas; una tarifa con monto
      * invalido, de una categoria desconocida o que no entra en la
      * tabla se pierde y la categoria queda con el valor por
      * defecto, sin que nadie lo note.
      *----------------------------------------------------------------
       20-VERIFICAR-TARIFAS.
           MOVE 'TARIFAS' TO WSV-OBS-ARCHIVO.
           MOVE SPACES TO WSV-TABLA-TARIFAS.
           OPEN INPUT FD-TARIFAS.
           IF WSV-FS-TARIFAS = '00'
               PERFORM 21-LEER-TARIFA
                   UNTIL WSV-FS-TARIFAS NOT = '00'
               CLOSE FD-TARIFAS
               IF NOT WSS-VERSION-LEIDA
                   MOVE SPACES TO WSV-OBS-CLAVE
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'SIN REGISTRO DE VERSION, LA AUDITORIA NO '
                              DELIMITED BY SIZE
                          'IDENTIFICA LAS TARIFAS' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               END-IF
               PERFORM 23-VERIFICAR-CATEGORIA
                   VARYING WSV-IDX-CAT FROM 1 BY 1
                   UNTIL WSV-IDX-CAT > 4
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, SE USAN LAS TARIFAS POR '
                          DELIMITED BY SIZE
                      'DEFECTO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       20-VERIFICAR-TARIFAS-END.
       EXIT.

       21-LEER-TARIFA.
           READ FD-TARIFAS
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-TAR-TIPO = 'V'
                       SET WSS-VERSION-LEIDA TO TRUE
                   ELSE
                       PERFORM 22-CONTROLAR-TARIFA
                   END-IF
           END-READ.
       21-LEER-TARIFA-END.
       EXIT.

       22-CONTROLAR-TARIFA.
           MOVE FD-TAR-VALOR(1:6) TO WSV-OBS-CLAVE.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-CAT.
           PERFORM 22B-BUSCAR-CATEGORIA
               UNTIL WSV-IDX-CAT > 4
                  OR WSS-HALLADO.
           EVALUATE TRUE
               WHEN FD-TAR-VALOR(7:6) IS NOT NUMERIC
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'MONTO NO NUMERICO, LA CATEGORIA QUEDA CON '
                              DELIMITED BY SIZE
                          'EL VALOR POR DEFECTO' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSV-CANT-TARIFAS NOT < WSC-MAX-TARIFAS
                   ADD 1 TO WSV-CANT-TARIFAS
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'EXCEDE LA TABLA DE 4 TARIFAS, SUELDOS LA '
                              DELIMITED BY SIZE
                          'IGNORA' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN FD-TAR-VALOR(7:6) = '000000'
                   ADD 1 TO WSV-CANT-TARIFAS
                   MOVE 'MONTO EN CERO' TO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSS-NO-HALLADO
                   ADD 1 TO WSV-CANT-TARIFAS
                   MOVE 'CATEGORIA DESCONOCIDA, SUELDOS LA IGNORA'
                       TO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN OTHER
                   ADD 1 TO WSV-CANT-TARIFAS
                   IF WSV-TAR-VISTA(WSV-IDX-CAT) = 'S'
                       MOVE 'CATEGORIA REPETIDA, RIGE LA ULTIMA'
                           TO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   END-IF
                   MOVE 'S' TO WSV-TAR-VISTA(WSV-IDX-CAT)
           END-EVALUATE.
       22-CONTROLAR-TARIFA-END.
       EXIT.

       22B-BUSCAR-CATEGORIA.
           IF WSC-CATEGORIA(WSV-IDX-CAT) = FD-TAR-VALOR(1:6)
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-CAT
           END-IF.
       22B-BUSCAR-CATEGORIA-END.
       EXIT.

       23-VERIFICAR-CATEGORIA.
           IF WSV-TAR-VISTA(WSV-IDX-CAT) NOT = 'S'
               MOVE WSC-CATEGORIA(WSV-IDX-CAT) TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'CATEGORIA SIN TARIFA, SE USA EL VALOR POR '
                          DELIMITED BY SIZE
                      'DEFECTO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       23-VERIFICAR-CATEGORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * DEDUCCIO: mismos controles que 12D-CARGAR-DEDUCCIONES. Un
      * archivo que supera el cien por ciento o los 5 conceptos se
      * descarta entero en la corrida, asi que para los cruces rigen
      * los conceptos por defecto.
      *----------------------------------------------------------------
       30-VERIFICAR-DEDUCCIONES.
           MOVE 'DEDUCCIO' TO WSV-OBS-ARCHIVO.
           MOVE 'N' TO WSV-SW-EXCESO.
           OPEN INPUT FD-DEDUCCIONES.
           IF WSV-FS-DEDUCCIONES = '00'
               PERFORM 31-LEER-DEDUCCION
                   UNTIL WSV-FS-DEDUCCIONES NOT = '00'
               CLOSE FD-DEDUCCIONES
               MOVE SPACES TO WSV-OBS-CLAVE
               IF WSV-SUMA-PORC-DED > 9999
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'LOS PORCENTAJES SUPERAN EL CIEN POR CIENTO, '
                              DELIMITED BY SIZE
                          'SUELDOS DESCARTA EL ARCHIVO'
                              DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
                   MOVE 0 TO WSV-CANT-DEDUCCIONES
               END-IF
               IF WSS-EXCESO
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'EXCEDE LA TABLA DE 5 CONCEPTOS, SUELDOS '
                              DELIMITED BY SIZE
                          'DESCARTA EL ARCHIVO' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
                   MOVE 0 TO WSV-CANT-DEDUCCIONES
               END-IF
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, SE USAN LAS DEDUCCIONES '
                          DELIMITED BY SIZE
                      'POR DEFECTO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
           IF WSV-CANT-DEDUCCIONES = 0
               PERFORM 33-CARGAR-DEDUCCION-DEFAULT
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > 3
           END-IF.
       30-VERIFICAR-DEDUCCIONES-END.
       EXIT.

       31-LEER-DEDUCCION.
           READ FD-DEDUCCIONES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDAS-DEDUCCIONES
                   MOVE FD-DED-CONCEPTO TO WSV-OBS-CLAVE
                   EVALUATE TRUE
                       WHEN FD-DED-CONCEPTO = SPACES
                           MOVE 'CONCEPTO EN BLANCO' TO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                       WHEN FD-DED-PORCENTAJE IS NOT NUMERIC
                           MOVE SPACES TO WSV-OBS-TEXTO
                           STRING 'PORCENTAJE NO NUMERICO, SUELDOS '
                                      DELIMITED BY SIZE
                                  'IGNORA EL CONCEPTO' DELIMITED BY SIZE
                                  INTO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                       WHEN WSV-CANT-DEDUCCIONES NOT <
                            WSC-MAX-DEDUCCIONES
                           SET WSS-EXCESO TO TRUE
                       WHEN OTHER
                           PERFORM 32-AGREGAR-DEDUCCION
                   END-EVALUATE
           END-READ.
       31-LEER-DEDUCCION-END.
       EXIT.

       32-AGREGAR-DEDUCCION.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 32B-BUSCAR-DEDUCCION
               UNTIL WSV-IDX-BUSQ > WSV-CANT-DEDUCCIONES
                  OR WSS-HALLADO.
           IF WSS-HALLADO
               MOVE 'CONCEPTO REPETIDO, SE DESCUENTA DOS VECES'
                   TO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
           ADD 1 TO WSV-CANT-DEDUCCIONES.
           MOVE FD-DED-CONCEPTO
               TO WSV-DED-CODIGO(WSV-CANT-DEDUCCIONES).
           ADD FD-DED-PORC-R TO WSV-SUMA-PORC-DED.
       32-AGREGAR-DEDUCCION-END.
       EXIT.

       32B-BUSCAR-DEDUCCION.
           IF WSV-DED-CODIGO(WSV-IDX-BUSQ) = FD-DED-CONCEPTO
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       32B-BUSCAR-DEDUCCION-END.
       EXIT.

       33-CARGAR-DEDUCCION-DEFAULT.
           ADD 1 TO WSV-CANT-DEDUCCIONES.
           MOVE WSC-DED-DEF-CODIGO(WSV-IDX)
               TO WSV-DED-CODIGO(WSV-CANT-DEDUCCIONES).
       33-CARGAR-DEDUCCION-DEFAULT-END.
       EXIT.

      *----------------------------------------------------------------
      * CONTRIB: los mismos controles para las contribuciones
      * patronales (12Z-CARGAR-CONTRIBUCIONES de SUELDOS).
      *----------------------------------------------------------------
       35-VERIFICAR-CONTRIBUCIONES.
           MOVE 'CONTRIB' TO WSV-OBS-ARCHIVO.
           MOVE 'N' TO WSV-SW-EXCESO.
           OPEN INPUT FD-CONTRIBUCIONES.
           IF WSV-FS-CONTRIBUCIONES = '00'
               PERFORM 36-LEER-CONTRIBUCION
                   UNTIL WSV-FS-CONTRIBUCIONES NOT = '00'
               CLOSE FD-CONTRIBUCIONES
               MOVE SPACES TO WSV-OBS-CLAVE
               IF WSV-SUMA-PORC-CON > 9999
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'LOS PORCENTAJES SUPERAN EL CIEN POR CIENTO, '
                              DELIMITED BY SIZE
                          'SUELDOS DESCARTA EL ARCHIVO'
                              DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
                   MOVE 0 TO WSV-CANT-CONTRIBUCIONES
               END-IF
               IF WSS-EXCESO
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'EXCEDE LA TABLA DE 5 CONCEPTOS, SUELDOS '
                              DELIMITED BY SIZE
                          'DESCARTA EL ARCHIVO' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
                   MOVE 0 TO WSV-CANT-CONTRIBUCIONES
               END-IF
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, SE USAN LAS '
                          DELIMITED BY SIZE
                      'CONTRIBUCIONES POR DEFECTO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
           IF WSV-CANT-CONTRIBUCIONES = 0
               PERFORM 38-CARGAR-CONTRIB-DEFAULT
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > 3
           END-IF.
       35-VERIFICAR-CONTRIBUCIONES-END.
       EXIT.

       36-LEER-CONTRIBUCION.
           READ FD-CONTRIBUCIONES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDAS-CONTRIB
                   MOVE FD-CON-CONCEPTO TO WSV-OBS-CLAVE
                   EVALUATE TRUE
                       WHEN FD-CON-CONCEPTO = SPACES
                           MOVE 'CONCEPTO EN BLANCO' TO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                       WHEN FD-CON-PORCENTAJE IS NOT NUMERIC
                           MOVE SPACES TO WSV-OBS-TEXTO
                           STRING 'PORCENTAJE NO NUMERICO, SUELDOS '
                                      DELIMITED BY SIZE
                                  'IGNORA EL CONCEPTO' DELIMITED BY SIZE
                                  INTO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                       WHEN WSV-CANT-CONTRIBUCIONES NOT <
                            WSC-MAX-CONTRIBUCIONES
                           SET WSS-EXCESO TO TRUE
                       WHEN OTHER
                           PERFORM 37-AGREGAR-CONTRIBUCION
                   END-EVALUATE
           END-READ.
       36-LEER-CONTRIBUCION-END.
       EXIT.

       37-AGREGAR-CONTRIBUCION.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 37B-BUSCAR-CONTRIBUCION
               UNTIL WSV-IDX-BUSQ > WSV-CANT-CONTRIBUCIONES
                  OR WSS-HALLADO.
           IF WSS-HALLADO
               MOVE 'CONCEPTO REPETIDO, SE CALCULA DOS VECES'
                   TO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
           ADD 1 TO WSV-CANT-CONTRIBUCIONES.
           MOVE FD-CON-CONCEPTO
               TO WSV-CON-CODIGO(WSV-CANT-CONTRIBUCIONES).
           ADD FD-CON-PORC-R TO WSV-SUMA-PORC-CON.
       37-AGREGAR-CONTRIBUCION-END.
       EXIT.

       37B-BUSCAR-CONTRIBUCION.
           IF WSV-CON-CODIGO(WSV-IDX-BUSQ) = FD-CON-CONCEPTO
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       37B-BUSCAR-CONTRIBUCION-END.
       EXIT.

       38-CARGAR-CONTRIB-DEFAULT.
           ADD 1 TO WSV-CANT-CONTRIBUCIONES.
           MOVE WSC-CON-DEF-CODIGO(WSV-IDX)
               TO WSV-CON-CODIGO(WSV-CANT-CONTRIBUCIONES).
       38-CARGAR-CONTRIB-DEFAULT-END.
       EXIT.

      *----------------------------------------------------------------
      * DEPTOS: una referencia con mas de 20 departamentos se
      * descarta en la corrida y los departamentos dejan de
      * validarse. Los cruces con CUENTAS y PRESUPU se hacen sobre
      * los departamentos que entran en la tabla.
      *----------------------------------------------------------------
       40-VERIFICAR-DEPTOS.
           MOVE 'DEPTOS' TO WSV-OBS-ARCHIVO.
           OPEN INPUT FD-DEPTOS.
           IF WSV-FS-DEPTOS = '00'
               SET WSS-HAY-DEPTOS TO TRUE
               PERFORM 41-LEER-DEPTO
                   UNTIL WSV-FS-DEPTOS NOT = '00'
               CLOSE FD-DEPTOS
               MOVE SPACES TO WSV-OBS-CLAVE
               IF WSV-LEIDOS-DEPTOS > WSC-MAX-DEPTOS
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'EXCEDE LA TABLA DE 20 DEPARTAMENTOS, '
                              DELIMITED BY SIZE
                          'SUELDOS NO VALIDA DEPARTAMENTOS'
                              DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               END-IF
               IF WSV-CANT-DEPTOS = 0
                   MOVE 'REFERENCIA VACIA' TO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               END-IF
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, NO SE VALIDAN '
                          DELIMITED BY SIZE
                      'DEPARTAMENTOS NI SUS CUENTAS Y PRESUPUESTOS'
                          DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       40-VERIFICAR-DEPTOS-END.
       EXIT.

       41-LEER-DEPTO.
           READ FD-DEPTOS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDOS-DEPTOS
                   MOVE FD-DEP-CODIGO TO WSV-OBS-CLAVE
                   MOVE FD-DEP-CODIGO TO WSV-CODIGO-BUSQ
                   PERFORM 42-BUSCAR-DEPTO
                   EVALUATE TRUE
                       WHEN FD-DEP-CODIGO = SPACES
                           MOVE 'DEPARTAMENTO SIN CODIGO'
                               TO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                       WHEN WSS-HALLADO
                           MOVE 'DEPARTAMENTO REPETIDO' TO WSV-OBS-TEXTO
                           PERFORM 96-INFORMAR-ADVERTENCIA
                       WHEN WSV-CANT-DEPTOS < WSC-MAX-DEPTOS
                           ADD 1 TO WSV-CANT-DEPTOS
                           MOVE FD-DEP-CODIGO
                               TO WSV-DEP-CODIGO(WSV-CANT-DEPTOS)
                       WHEN OTHER
                           MOVE 'NO ENTRA EN LA TABLA DE DEPARTAMENTOS'
                               TO WSV-OBS-TEXTO
                           PERFORM 95-INFORMAR-ERROR
                   END-EVALUATE
           END-READ.
       41-LEER-DEPTO-END.
       EXIT.

       42-BUSCAR-DEPTO.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 42B-COMPARAR-DEPTO
               UNTIL WSV-IDX-BUSQ > WSV-CANT-DEPTOS
                  OR WSS-HALLADO.
       42-BUSCAR-DEPTO-END.
       EXIT.

       42B-COMPARAR-DEPTO.
           IF WSV-DEP-CODIGO(WSV-IDX-BUSQ) = WSV-CODIGO-BUSQ
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       42B-COMPARAR-DEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * CUENTAS: SUELDOS conserva las primeras 30 claves; lo que no
      * esta mapeado se asienta contra la cuenta puente 99999999.
      * Se exige cuenta 'D' y 'P' por departamento, 'R' por
      * deduccion, 'C' por contribucion y la cuenta banco 'B'; las
      * claves de novedades y de prestamos solo se avisan, porque
      * se usan cuando el periodo trae esos importes.
      *----------------------------------------------------------------
       50-VERIFICAR-CUENTAS.
           MOVE 'CUENTAS' TO WSV-OBS-ARCHIVO.
           OPEN INPUT FD-CUENTAS.
           IF WSV-FS-CUENTAS = '00'
               SET WSS-HAY-CUENTAS TO TRUE
               PERFORM 51-LEER-CUENTA
                   UNTIL WSV-FS-CUENTAS NOT = '00'
               CLOSE FD-CUENTAS
               MOVE SPACES TO WSV-OBS-CLAVE
               IF WSV-LEIDAS-CUENTAS > WSC-MAX-CUENTAS
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'EXCEDE LA TABLA DE 30 CUENTAS, SUELDOS '
                              DELIMITED BY SIZE
                          'IGNORA LAS QUE SOBRAN' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               END-IF
               PERFORM 53-CRUZAR-DEPTO
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-DEPTOS
               MOVE 'R' TO WSV-CTA-TIPO-BUSQ
               PERFORM 54-CRUZAR-DEDUCCION
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-DEDUCCIONES
               MOVE 'C' TO WSV-CTA-TIPO-BUSQ
               PERFORM 55-CRUZAR-CONTRIBUCION
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-CONTRIBUCIONES
               MOVE 'B' TO WSV-CTA-TIPO-BUSQ
               MOVE SPACES TO WSV-CTA-CLAVE-BUSQ
               PERFORM 58-BUSCAR-CUENTA
               IF WSS-NO-HALLADO
                   MOVE 'B' TO WSV-OBS-CLAVE
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'FALTA LA CUENTA BANCO, EL NETO VA A LA '
                              DELIMITED BY SIZE
                          'CUENTA PUENTE' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               END-IF
               PERFORM 56-CRUZAR-EVENTUAL
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > 6
               PERFORM 57-CONTROLAR-HUERFANA
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-CUENTAS
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, NO SE GENERAN LOS '
                          DELIMITED BY SIZE
                      'ASIENTOS CONTABLES' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       50-VERIFICAR-CUENTAS-END.
       EXIT.

       51-LEER-CUENTA.
           READ FD-CUENTAS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDAS-CUENTAS
                   PERFORM 52-CONTROLAR-CUENTA
           END-READ.
       51-LEER-CUENTA-END.
       EXIT.

       52-CONTROLAR-CUENTA.
           MOVE SPACES TO WSV-OBS-CLAVE.
           STRING FD-CTA-TIPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FD-CTA-CLAVE DELIMITED BY SIZE
                  INTO WSV-OBS-CLAVE.
           IF WSV-CANT-CUENTAS NOT < WSC-MAX-CUENTAS
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'NO ENTRA EN LA TABLA DE CUENTAS, SE ASIENTA EN '
                          DELIMITED BY SIZE
                      'LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           ELSE
               MOVE FD-CTA-TIPO  TO WSV-CTA-TIPO-BUSQ
               MOVE FD-CTA-CLAVE TO WSV-CTA-CLAVE-BUSQ
               PERFORM 58-BUSCAR-CUENTA
               IF WSS-HALLADO
                   MOVE 'CLAVE REPETIDA, RIGE LA PRIMERA'
                       TO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               END-IF
               ADD 1 TO WSV-CANT-CUENTAS
               MOVE FD-CTA-TIPO   TO WSV-CTA-TIPO(WSV-CANT-CUENTAS)
               MOVE FD-CTA-CLAVE  TO WSV-CTA-CLAVE(WSV-CANT-CUENTAS)
               MOVE FD-CTA-CUENTA TO WSV-CTA-CUENTA(WSV-CANT-CUENTAS)
               EVALUATE TRUE
                   WHEN FD-CTA-TIPO NOT = 'D' AND NOT = 'R'
                    AND NOT = 'B' AND NOT = 'N' AND NOT = 'P'
                    AND NOT = 'C' AND NOT = 'L'
                       MOVE 'TIPO DE CUENTA DESCONOCIDO, NO SE USA'
                           TO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   WHEN FD-CTA-CUENTA = SPACES
                       MOVE 'CUENTA DEL MAYOR EN BLANCO'
                           TO WSV-OBS-TEXTO
                       PERFORM 95-INFORMAR-ERROR
                   WHEN FD-CTA-CUENTA = WSC-CUENTA-SIN-MAPEO
                       MOVE 'MAPEADA A LA CUENTA PUENTE 99999999'
                           TO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       52-CONTROLAR-CUENTA-END.
       EXIT.

       53-CRUZAR-DEPTO.
           MOVE WSV-DEP-CODIGO(WSV-IDX) TO WSV-CTA-CLAVE-BUSQ.
           MOVE 'D' TO WSV-CTA-TIPO-BUSQ.
           PERFORM 58-BUSCAR-CUENTA.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING 'D ' DELIMITED BY SIZE
                      WSV-DEP-CODIGO(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'DEPARTAMENTO SIN CUENTA DE GASTO, SE ASIENTA EN '
                          DELIMITED BY SIZE
                      'LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
           MOVE 'P' TO WSV-CTA-TIPO-BUSQ.
           PERFORM 58-BUSCAR-CUENTA.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING 'P ' DELIMITED BY SIZE
                      WSV-DEP-CODIGO(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'DEPARTAMENTO SIN CUENTA DE CONTRIBUCIONES, SE '
                          DELIMITED BY SIZE
                      'ASIENTA EN LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
       53-CRUZAR-DEPTO-END.
       EXIT.

       54-CRUZAR-DEDUCCION.
           MOVE WSV-DED-CODIGO(WSV-IDX) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 58-BUSCAR-CUENTA.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING 'R ' DELIMITED BY SIZE
                      WSV-DED-CODIGO(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'DEDUCCION SIN CUENTA DE RETENCION, SE ASIENTA '
                          DELIMITED BY SIZE
                      'EN LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
       54-CRUZAR-DEDUCCION-END.
       EXIT.

       55-CRUZAR-CONTRIBUCION.
           MOVE WSV-CON-CODIGO(WSV-IDX) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 58-BUSCAR-CUENTA.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING 'C ' DELIMITED BY SIZE
                      WSV-CON-CODIGO(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'CONTRIBUCION SIN CUENTA DE PASIVO, SE ASIENTA '
                          DELIMITED BY SIZE
                      'EN LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           END-IF.
       55-CRUZAR-CONTRIBUCION-END.
       EXIT.

       56-CRUZAR-EVENTUAL.
           MOVE WSC-CE-TIPO(WSV-IDX)  TO WSV-CTA-TIPO-BUSQ.
           MOVE WSC-CE-CLAVE(WSV-IDX) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 58-BUSCAR-CUENTA.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING WSC-CE-TIPO(WSV-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WSC-CE-CLAVE(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'CLAVE SIN CUENTA, SI EL PERIODO LA USA SE '
                          DELIMITED BY SIZE
                      'ASIENTA EN LA CUENTA PUENTE' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       56-CRUZAR-EVENTUAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Cuenta de departamento, deduccion o contribucion cuya clave
      * no existe en la referencia: no se usa nunca y suele indicar
      * un codigo mal tipeado.
      *----------------------------------------------------------------
       57-CONTROLAR-HUERFANA.
           SET WSS-HALLADO TO TRUE.
           MOVE WSV-CTA-CLAVE(WSV-IDX) TO WSV-CODIGO-BUSQ.
           EVALUATE WSV-CTA-TIPO(WSV-IDX)
               WHEN 'D'
               WHEN 'P'
                   IF WSS-HAY-DEPTOS
                       PERFORM 42-BUSCAR-DEPTO
                   END-IF
               WHEN 'R'
                   SET WSS-NO-HALLADO TO TRUE
                   MOVE 1 TO WSV-IDX-BUSQ
                   PERFORM 57B-COMPARAR-DEDUCCION
                       UNTIL WSV-IDX-BUSQ > WSV-CANT-DEDUCCIONES
                          OR WSS-HALLADO
               WHEN 'C'
                   SET WSS-NO-HALLADO TO TRUE
                   MOVE 1 TO WSV-IDX-BUSQ
                   PERFORM 57C-COMPARAR-CONTRIBUCION
                       UNTIL WSV-IDX-BUSQ > WSV-CANT-CONTRIBUCIONES
                          OR WSS-HALLADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WSS-NO-HALLADO
               MOVE SPACES TO WSV-OBS-CLAVE
               STRING WSV-CTA-TIPO(WSV-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WSV-CTA-CLAVE(WSV-IDX) DELIMITED BY SIZE
                      INTO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'CLAVE INEXISTENTE EN LA REFERENCIA, LA CUENTA '
                          DELIMITED BY SIZE
                      'NO SE USA' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       57-CONTROLAR-HUERFANA-END.
       EXIT.

       57B-COMPARAR-DEDUCCION.
           IF WSV-DED-CODIGO(WSV-IDX-BUSQ) = WSV-CODIGO-BUSQ
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       57B-COMPARAR-DEDUCCION-END.
       EXIT.

       57C-COMPARAR-CONTRIBUCION.
           IF WSV-CON-CODIGO(WSV-IDX-BUSQ) = WSV-CODIGO-BUSQ
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       57C-COMPARAR-CONTRIBUCION-END.
       EXIT.

       58-BUSCAR-CUENTA.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 58B-COMPARAR-CUENTA
               UNTIL WSV-IDX-BUSQ > WSV-CANT-CUENTAS
                  OR WSS-HALLADO.
       58-BUSCAR-CUENTA-END.
       EXIT.

       58B-COMPARAR-CUENTA.
           IF WSV-CTA-TIPO(WSV-IDX-BUSQ) = WSV-CTA-TIPO-BUSQ
            AND WSV-CTA-CLAVE(WSV-IDX-BUSQ) = WSV-CTA-CLAVE-BUSQ
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       58B-COMPARAR-CUENTA-END.
       EXIT.

      *----------------------------------------------------------------
      * PRESUPU: un departamento sin presupuesto (o con un importe
      * invalido, que SUELDOS ignora) queda fuera del control
      * presupuestario del cierre.
      *----------------------------------------------------------------
       60-VERIFICAR-PRESUPUESTOS.
           MOVE 'PRESUPU' TO WSV-OBS-ARCHIVO.
           OPEN INPUT FD-PRESUPUESTO.
           IF WSV-FS-PRESUPUESTO = '00'
               SET WSS-HAY-PRESUP TO TRUE
               PERFORM 61-LEER-PRESUPUESTO
                   UNTIL WSV-FS-PRESUPUESTO NOT = '00'
               CLOSE FD-PRESUPUESTO
               PERFORM 63-CRUZAR-DEPTO-PRESUP
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-DEPTOS
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, NO SE HACE EL CONTROL '
                          DELIMITED BY SIZE
                      'PRESUPUESTARIO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       60-VERIFICAR-PRESUPUESTOS-END.
       EXIT.

       61-LEER-PRESUPUESTO.
           READ FD-PRESUPUESTO
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDOS-PRESUP
                   MOVE FD-PRE-CODIGO TO WSV-OBS-CLAVE
                   PERFORM 62-CONTROLAR-PRESUPUESTO
           END-READ.
       61-LEER-PRESUPUESTO-END.
       EXIT.

       62-CONTROLAR-PRESUPUESTO.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 62B-COMPARAR-PRESUPUESTO
               UNTIL WSV-IDX-BUSQ > WSV-CANT-PRESUP
                  OR WSS-HALLADO.
           EVALUATE TRUE
               WHEN FD-PRE-MENSUAL IS NOT NUMERIC
                   MOVE 'IMPORTE NO NUMERICO, SUELDOS LO IGNORA'
                       TO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSV-CANT-PRESUP NOT < WSC-MAX-PRESUP
                   MOVE 'NO ENTRA EN LA TABLA DE 20 PRESUPUESTOS'
                       TO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSS-HALLADO
                   MOVE 'DEPARTAMENTO REPETIDO, RIGE EL PRIMERO'
                       TO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               WHEN OTHER
                   ADD 1 TO WSV-CANT-PRESUP
                   MOVE FD-PRE-CODIGO
                       TO WSV-PRE-CODIGO(WSV-CANT-PRESUP)
                   MOVE FD-PRE-CODIGO TO WSV-CODIGO-BUSQ
                   IF WSS-HAY-DEPTOS
                       PERFORM 42-BUSCAR-DEPTO
                       IF WSS-NO-HALLADO
                           MOVE 'DEPARTAMENTO INEXISTENTE EN DEPTOS'
                               TO WSV-OBS-TEXTO
                           PERFORM 96-INFORMAR-ADVERTENCIA
                       END-IF
                   END-IF
           END-EVALUATE.
       62-CONTROLAR-PRESUPUESTO-END.
       EXIT.

       62B-COMPARAR-PRESUPUESTO.
           IF WSV-PRE-CODIGO(WSV-IDX-BUSQ) = FD-PRE-CODIGO
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       62B-COMPARAR-PRESUPUESTO-END.
       EXIT.

       63-CRUZAR-DEPTO-PRESUP.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 63B-COMPARAR-DEPTO-PRESUP
               UNTIL WSV-IDX-BUSQ > WSV-CANT-PRESUP
                  OR WSS-HALLADO.
           IF WSS-NO-HALLADO
               MOVE WSV-DEP-CODIGO(WSV-IDX) TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'DEPARTAMENTO SIN PRESUPUESTO, QUEDA FUERA DEL '
                          DELIMITED BY SIZE
                      'CONTROL PRESUPUESTARIO' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       63-CRUZAR-DEPTO-PRESUP-END.
       EXIT.

       63B-COMPARAR-DEPTO-PRESUP.
           IF WSV-PRE-CODIGO(WSV-IDX-BUSQ) = WSV-DEP-CODIGO(WSV-IDX)
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       63B-COMPARAR-DEPTO-PRESUP-END.
       EXIT.

      *----------------------------------------------------------------
      * EMPRESAS: sin convenio con el banco el archivo de pagos de
      * la empresa no puede presentarse; las empresas sin codigo o
      * que no entran en la tabla de 5 se pierden en la corrida y
      * sus postulantes se rechazan.
      *----------------------------------------------------------------
       70-VERIFICAR-EMPRESAS.
           MOVE 'EMPRESAS' TO WSV-OBS-ARCHIVO.
           OPEN INPUT FD-EMPRESAS.
           IF WSV-FS-EMPRESAS = '00'
               PERFORM 71-LEER-EMPRESA
                   UNTIL WSV-FS-EMPRESAS NOT = '00'
               CLOSE FD-EMPRESAS
           ELSE
               MOVE SPACES TO WSV-OBS-CLAVE
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'ARCHIVO NO DISPONIBLE, LA CORRIDA ES '
                          DELIMITED BY SIZE
                      'MONOEMPRESA' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 96-INFORMAR-ADVERTENCIA
           END-IF.
       70-VERIFICAR-EMPRESAS-END.
       EXIT.

       71-LEER-EMPRESA.
           READ FD-EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDAS-EMPRESAS
                   MOVE FD-EMP-CODIGO TO WSV-OBS-CLAVE
                   PERFORM 72-CONTROLAR-EMPRESA
           END-READ.
       71-LEER-EMPRESA-END.
       EXIT.

       72-CONTROLAR-EMPRESA.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 72B-COMPARAR-EMPRESA
               UNTIL WSV-IDX-BUSQ > WSV-CANT-EMPRESAS
                  OR WSS-HALLADO.
           EVALUATE TRUE
               WHEN FD-EMP-CODIGO = SPACES
                   MOVE 'EMPRESA SIN CODIGO, SUELDOS LA IGNORA'
                       TO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSS-HALLADO
                   MOVE 'EMPRESA REPETIDA, RIGE LA PRIMERA'
                       TO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               WHEN WSV-CANT-EMPRESAS NOT < WSC-MAX-EMPRESAS
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'NO ENTRA EN LA TABLA DE 5 EMPRESAS, SUS '
                              DELIMITED BY SIZE
                          'POSTULANTES SE RECHAZAN' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN OTHER
                   ADD 1 TO WSV-CANT-EMPRESAS
                   MOVE FD-EMP-CODIGO
                       TO WSV-EMP-CODIGO(WSV-CANT-EMPRESAS)
                   IF FD-EMP-CONVENIO = SPACES
                       MOVE 'EMPRESA SIN CONVENIO CON EL BANCO'
                           TO WSV-OBS-TEXTO
                       PERFORM 95-INFORMAR-ERROR
                   END-IF
                   IF FD-EMP-NOMBRE = SPACES
                       MOVE SPACES TO WSV-OBS-TEXTO
                       STRING 'EMPRESA SIN RAZON SOCIAL, LA CABECERA '
                                  DELIMITED BY SIZE
                              'DEL ARCHIVO DE PAGOS QUEDA EN BLANCO'
                                  DELIMITED BY SIZE
                              INTO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   END-IF
           END-EVALUATE.
       72-CONTROLAR-EMPRESA-END.
       EXIT.

       72B-COMPARAR-EMPRESA.
           IF WSV-EMP-CODIGO(WSV-IDX-BUSQ) = FD-EMP-CODIGO
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       72B-COMPARAR-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * OFICINAS: SUELDOS aborta si no puede abrir el feed de una
      * oficina, asi que cada feed debe existir; sin oficinas
      * utiles se controla el feed unico POSTULAN.
      *----------------------------------------------------------------
       80-VERIFICAR-OFICINAS.
           MOVE 'OFICINAS' TO WSV-OBS-ARCHIVO.
           OPEN INPUT FD-OFICINAS.
           IF WSV-FS-OFICINAS = '00'
               PERFORM 81-LEER-OFICINA
                   UNTIL WSV-FS-OFICINAS NOT = '00'
               CLOSE FD-OFICINAS
               IF WSV-CANT-OFICINAS = 0
                   MOVE SPACES TO WSV-OBS-CLAVE
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'SIN OFICINAS UTILES, SE LEE EL FEED UNICO '
                              DELIMITED BY SIZE
                          'POSTULAN' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 96-INFORMAR-ADVERTENCIA
               END-IF
           END-IF.
           IF WSV-CANT-OFICINAS = 0
               MOVE 'POSTULAN' TO WSV-ARCHIVO-FEED
               MOVE SPACES TO WSV-OBS-CLAVE
               PERFORM 83-VERIFICAR-FEED
           ELSE
               PERFORM 84-VERIFICAR-FEED-OFICINA
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-OFICINAS
           END-IF.
       80-VERIFICAR-OFICINAS-END.
       EXIT.

       81-LEER-OFICINA.
           READ FD-OFICINAS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WSV-LEIDAS-OFICINAS
                   MOVE FD-OFI-CODIGO TO WSV-OBS-CLAVE
                   PERFORM 82-CONTROLAR-OFICINA
           END-READ.
       81-LEER-OFICINA-END.
       EXIT.

       82-CONTROLAR-OFICINA.
           SET WSS-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 82B-COMPARAR-OFICINA
               UNTIL WSV-IDX-BUSQ > WSV-CANT-OFICINAS
                  OR WSS-HALLADO.
           EVALUATE TRUE
               WHEN FD-OFI-CODIGO = SPACES
                OR FD-OFI-ARCHIVO = SPACES
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'OFICINA SIN CODIGO O SIN ARCHIVO DE FEED, '
                              DELIMITED BY SIZE
                          'SUELDOS LA IGNORA' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN WSV-CANT-OFICINAS NOT < WSC-MAX-OFICINAS
                   MOVE SPACES TO WSV-OBS-TEXTO
                   STRING 'NO ENTRA EN LA TABLA DE 10 OFICINAS, '
                              DELIMITED BY SIZE
                          'SU FEED NO SE LEE' DELIMITED BY SIZE
                          INTO WSV-OBS-TEXTO
                   PERFORM 95-INFORMAR-ERROR
               WHEN OTHER
                   IF WSS-HALLADO
                       MOVE 'OFICINA REPETIDA' TO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   END-IF
                   ADD 1 TO WSV-CANT-OFICINAS
                   MOVE FD-OFI-CODIGO
                       TO WSV-OFI-CODIGO(WSV-CANT-OFICINAS)
                   MOVE FD-OFI-ARCHIVO
                       TO WSV-OFI-ARCHIVO(WSV-CANT-OFICINAS)
           END-EVALUATE.
       82-CONTROLAR-OFICINA-END.
       EXIT.

       82B-COMPARAR-OFICINA.
           IF WSV-OFI-CODIGO(WSV-IDX-BUSQ) = FD-OFI-CODIGO
               SET WSS-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       82B-COMPARAR-OFICINA-END.
       EXIT.

      *----------------------------------------------------------------
      * Un feed que no abre aborta la corrida; uno vacio solo se
      * avisa (la oficina puede no tener postulantes en el periodo).
      *----------------------------------------------------------------
       83-VERIFICAR-FEED.
           OPEN INPUT FD-FEED.
           IF WSV-FS-FEED NOT = '00'
               MOVE SPACES TO WSV-OBS-TEXTO
               STRING 'NO SE PUEDE ABRIR EL FEED ' DELIMITED BY SIZE
                      WSV-ARCHIVO-FEED DELIMITED BY SPACE
                      ', SUELDOS ABORTA (STATUS ' DELIMITED BY SIZE
                      WSV-FS-FEED DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WSV-OBS-TEXTO
               PERFORM 95-INFORMAR-ERROR
           ELSE
               READ FD-FEED
                   AT END
                       MOVE SPACES TO WSV-OBS-TEXTO
                       STRING 'EL FEED ' DELIMITED BY SIZE
                              WSV-ARCHIVO-FEED DELIMITED BY SPACE
                              ' ESTA VACIO' DELIMITED BY SIZE
                              INTO WSV-OBS-TEXTO
                       PERFORM 96-INFORMAR-ADVERTENCIA
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FD-FEED
           END-IF.
       83-VERIFICAR-FEED-END.
       EXIT.

       84-VERIFICAR-FEED-OFICINA.
           MOVE WSV-OFI-ARCHIVO(WSV-IDX) TO WSV-ARCHIVO-FEED.
           MOVE WSV-OFI-CODIGO(WSV-IDX) TO WSV-OBS-CLAVE.
           PERFORM 83-VERIFICAR-FEED.
       84-VERIFICAR-FEED-OFICINA-END.
       EXIT.

      *----------------------------------------------------------------
      * Resumen del control, cierre del listado y codigo de retorno
      * para el paso siguiente del job: 8 corta la corrida.
      *----------------------------------------------------------------
       90-CIERRE.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'ERRORES                  :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-ERRORES TO WSV-RS-CANTIDAD.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'ADVERTENCIAS             :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-ADVERTENCIAS TO WSV-RS-CANTIDAD.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESUMEN.
           MOVE SPACES TO WSV-LINEA-RESULTADO.
           EVALUATE TRUE
               WHEN WSV-CANT-ERRORES > 0
                   MOVE SPACES TO WSV-LINEA-RESULTADO
                   STRING '** HAY ERRORES BLOQUEANTES: CORREGIR '
                              DELIMITED BY SIZE
                          'ANTES DE CORRER SUELDOS' DELIMITED BY SIZE
                          INTO WSV-LINEA-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WSV-CANT-ADVERTENCIAS > 0
                   MOVE '** SOLO ADVERTENCIAS: SUELDOS PUEDE CORRER'
                       TO WSV-LINEA-RESULTADO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE '** REFERENCIAS SIN OBSERVACIONES'
                       TO WSV-LINEA-RESULTADO
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESULTADO.
           CLOSE FD-LISTADO.
           DISPLAY "CONTROL PREVIO DE REFERENCIAS: ERRORES "
                   WSV-CANT-ERRORES " ADVERTENCIAS "
                   WSV-CANT-ADVERTENCIAS.
           DISPLAY WSV-LINEA-RESULTADO(1:60).
       90-CIERRE-END.
       EXIT.

      *----------------------------------------------------------------
      * Escribe una observacion en el listado con su nivel: los
      * errores impiden correr SUELDOS, las advertencias no.
      *----------------------------------------------------------------
       95-INFORMAR-ERROR.
           ADD 1 TO WSV-CANT-ERRORES.
           MOVE 'ERROR' TO WSV-LO-NIVEL.
           PERFORM 97-ESCRIBIR-OBSERVACION.
       95-INFORMAR-ERROR-END.
       EXIT.

       96-INFORMAR-ADVERTENCIA.
           ADD 1 TO WSV-CANT-ADVERTENCIAS.
           MOVE 'ADVERTENCIA' TO WSV-LO-NIVEL.
           PERFORM 97-ESCRIBIR-OBSERVACION.
       96-INFORMAR-ADVERTENCIA-END.
       EXIT.

       97-ESCRIBIR-OBSERVACION.
           MOVE WSV-OBS-ARCHIVO TO WSV-LO-ARCHIVO.
           MOVE WSV-OBS-CLAVE   TO WSV-LO-CLAVE.
           MOVE WSV-OBS-TEXTO   TO WSV-LO-TEXTO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-OBSERVACION.
       97-ESCRIBIR-OBSERVACION-END.
       EXIT.

       END PROGRAM SUELPCHK.
