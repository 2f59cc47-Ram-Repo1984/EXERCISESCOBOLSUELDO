      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Tendencia mensual de costo laboral y dotacion por
      *            departamento y empresa. Para el rango de meses
      *            pedido (variables de ambiente SUELDESDE y
      *            SUELHASTA, AAAAMM, hasta 12 meses; por defecto los
      *            12 meses que terminan en el mes en curso) recorre
      *            los resguardos SUELHIS.AAAAMMDD del catalogo
      *            SUELHCAT y la historia en linea SUELHIS, y emite
      *            el reporte SUELTENR con, por mes y por
      *            departamento, total de empresa y total general:
      *            dotacion, altas, bajas, bruto, neto, bono, costo
      *            medio por cabeza de cada categoria (JUNIOR,
      *            SEMISR, SENIOR, STAFF) y la variacion contra el
      *            mes anterior. Las mismas cifras salen en el
      *            extracto SUELTENX, con los campos separados por
      *            punto y coma, para las planillas de Finanzas.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial de la tendencia de costo y dotacion.
      *  - La liquidacion final no cuenta como corrida del mes y se
      *    ignora el registro de pago de aguinaldo de la historia.
      *  - Lista de meses sin corridas con lugar para los 12 meses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-HISTORIA     ASSIGN TO "SUELHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HISTORIA.

           SELECT FD-HIS-ARCHIVO  ASSIGN USING WSV-ARCHIVO-HIS-ARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIS-ARCHIVO.

           SELECT FD-CATALOGO     ASSIGN TO "SUELHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CATALOGO.

           SELECT FD-REPORTE      ASSIGN TO "SUELTENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPORTE.

           SELECT FD-EXTRACTO     ASSIGN TO "SUELTENX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EXTRACTO.

       DATA DIVISION.
       FILE SECTION.

      * Historia en linea y resguardos fechados: se leen como
      * registro plano y se interpretan con WSV-REG-HISTORIA.
       FD  FD-HISTORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-HISTORIA-REC              PIC X(125).

       FD  FD-HIS-ARCHIVO
           LABEL RECORDS ARE STANDARD.
       01  FD-HIS-ARCHIVO-REC           PIC X(125).

      * Mismo layout que FD-CATALOGO-REC de SUELCIER.
       FD  FD-CATALOGO
           LABEL RECORDS ARE STANDARD.
       01  FD-CATALOGO-REC.
           05  FD-CAT-ARCHIVO           PIC X(16).
           05  FD-CAT-FECHA-DESDE       PIC X(08).
           05  FD-CAT-FECHA-HASTA       PIC X(08).
           05  FD-CAT-REGISTROS         PIC 9(07).

       FD  FD-REPORTE
           LABEL RECORDS ARE STANDARD.
       01  FD-REPORTE-REC               PIC X(132).

      * Extracto para planillas: un renglon de titulos y un renglon
      * por grupo y mes con el layout de WSV-REG-EXTRACTO.
       FD  FD-EXTRACTO
           LABEL RECORDS ARE STANDARD.
       01  FD-EXTRACTO-REC              PIC X(187).

       WORKING-STORAGE SECTION.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-HIS-ARCHIVO       PIC X(02) VALUE '00'.
           01  WSV-FS-CATALOGO          PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE           PIC X(02) VALUE '00'.
           01  WSV-FS-EXTRACTO          PIC X(02) VALUE '00'.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-LEGAJO-HALLADO       PIC X(01) VALUE 'N'.
                   88  WSS-LEGAJO-HALLADO      VALUE 'S'.
                   88  WSS-LEGAJO-NO-HALLADO   VALUE 'N'.
               05  WSV-SW-GRUPO-HALLADO        PIC X(01) VALUE 'N'.
                   88  WSS-GRUPO-HALLADO       VALUE 'S'.
                   88  WSS-GRUPO-NO-HALLADO    VALUE 'N'.
               05  WSV-SW-POSICION-HALLADA     PIC X(01) VALUE 'N'.
                   88  WSS-POSICION-HALLADA    VALUE 'S'.
               05  WSV-SW-TRUNCADO             PIC X(01) VALUE 'N'.
                   88  WSS-REPORTE-TRUNCADO    VALUE 'S'.
               05  WSV-SW-BAJA                 PIC X(01) VALUE 'N'.
                   88  WSS-ES-BAJA             VALUE 'S'.

      * Rango pedido (AAAAMM). El mes anterior al rango se carga
      * como base para las altas, bajas y variaciones del primer
      * mes, pero no se informa.
           01  WSV-MES-DESDE-X          PIC X(06) VALUE SPACES.
           01  WSV-MES-DESDE REDEFINES WSV-MES-DESDE-X.
               05  WSV-MD-ANIO          PIC 9(04).
               05  WSV-MD-MES           PIC 9(02).
           01  WSV-MES-HASTA-X          PIC X(06) VALUE SPACES.
           01  WSV-MES-HASTA REDEFINES WSV-MES-HASTA-X.
               05  WSV-MH-ANIO          PIC 9(04).
               05  WSV-MH-MES           PIC 9(02).
           01  WSV-FECHA-PROCESO        PIC X(08).
           01  WSC-MAX-MESES            PIC 9(02) VALUE 12.

      * Meses contados desde el ano cero (ano * 12 + mes - 1) para
      * ubicar cada corrida en su columna sin fechas intrinsecas.
           01  WSV-ABS-DESDE            PIC 9(06) VALUE 0.
           01  WSV-ABS-HASTA            PIC 9(06) VALUE 0.
           01  WSV-ABS-AUX              PIC 9(06) VALUE 0.
           01  WSV-ANIO-AUX             PIC 9(04) VALUE 0.
           01  WSV-MES-AUX              PIC 9(02) VALUE 0.
           01  WSV-IDX-CALC             PIC S9(07) VALUE 0.
           01  WSV-CANT-MESES           PIC 9(02) VALUE 0.
           01  WSV-ULT-MES              PIC 9(02) VALUE 0.

      * Meses del rango con el mes base en la posicion 1: etiqueta
      * AAAAMM, cantidad de registros de corrida del mes y posicion
      * del mes contra el que se compara (el ultimo mes anterior con
      * corridas; cero si no hay ninguno). Un mes sin registros no
      * tiene corridas y no sirve de comparacion.
           01  WSV-TABLA-MESES.
               05  WSV-MES-ENT OCCURS 13 TIMES.
                   10  WSV-MES-ETIQUETA     PIC X(06).
                   10  WSV-MES-REGISTROS    PIC 9(07).
                   10  WSV-MES-COMPARA      PIC 9(02).
           01  WSV-IDX-MES              PIC 9(02) VALUE 0.
           01  WSV-IDX-ANT              PIC 9(02) VALUE 0.
           01  WSV-FECHA-RANGO-DESDE    PIC X(08) VALUE SPACES.
           01  WSV-FECHA-RANGO-HASTA    PIC X(08) VALUE SPACES.

      * Imagen del registro de historia. Mismo layout que
      * FD-HISTORIA-REC de SUELDOS.
           01  WSV-REG-HISTORIA.
               05  WSV-RH-FECHA         PIC X(08).
               05  WSV-RH-FECHA-R REDEFINES WSV-RH-FECHA.
                   10  WSV-RH-ANIO      PIC X(04).
                   10  WSV-RH-MES       PIC X(02).
                   10  WSV-RH-DIA       PIC X(02).
               05  WSV-RH-LEGAJO        PIC 9(08).
               05  WSV-RH-NOMBRE        PIC X(30).
               05  WSV-RH-DEPTO         PIC X(04).
               05  WSV-RH-CATEGORIA     PIC X(06).
               05  WSV-RH-SUELDO        PIC 9(06).
               05  WSV-RH-ANUAL         PIC 9(08).
               05  WSV-RH-BONO          PIC 9(07).
               05  WSV-RH-DEDUCCIONES   PIC 9(06).
               05  WSV-RH-NETO          PIC 9(06).
               05  WSV-RH-EMPRESA       PIC X(03).
               05  WSV-RH-NOVEDADES     PIC X(32).
               05  WSV-RH-TIPO          PIC X(01).
                   88  WSS-RH-LIQ-FINAL     VALUE 'F'.
                   88  WSS-RH-PAGO-SAC      VALUE 'S'.

      * Catalogo de resguardos de historia. Solo se leen los
      * resguardos cuyo rango de fechas toca los meses pedidos.
           01  WSV-TABLA-CATALOGO.
               05  WSV-CANT-CATALOGO    PIC 9(03) VALUE 0.
               05  WSV-CAT-ENT OCCURS 200 TIMES.
                   10  WSV-CAT-ARCHIVO      PIC X(16).
                   10  WSV-CAT-DESDE        PIC X(08).
                   10  WSV-CAT-HASTA        PIC X(08).
           01  WSV-IDX-CAT              PIC 9(03) VALUE 0.
           01  WSV-ARCHIVO-HIS-ARCH     PIC X(16) VALUE SPACES.
           01  WSV-CANT-RESGUARDOS      PIC 9(03) VALUE 0.
           01  WSV-TOT-HIS-LEIDOS       PIC 9(09) VALUE 0.
           01  WSV-TOT-HIS-RANGO        PIC 9(09) VALUE 0.

      * Situacion de cada legajo en cada mes del rango. De las
      * corridas mensuales del mes vale la ultima (la fecha mas
      * reciente y, a igual fecha, el ultimo registro leido), como
      * en SUELCOMP: un reproceso o un lote de correccion reemplaza
      * al anterior. La liquidacion final se marca aparte con su
      * empresa y departamento. El tope de 20000 legajos es el mismo
      * de SUELANUA; al superarlo se avisa y el reporte sale marcado
      * como truncado.
           01  WSV-TABLA-LEGAJOS.
               05  WSV-CANT-LEGAJOS     PIC 9(05) VALUE 0.
               05  WSV-LEG-ENT OCCURS 20000 TIMES.
                   10  WSV-LEG-LEGAJO       PIC 9(08).
                   10  WSV-LEG-MES OCCURS 13 TIMES.
                       15  WSV-LM-REGULAR   PIC X(01).
                           88  WSS-LM-REGULAR   VALUE 'S'.
                       15  WSV-LM-FECHA     PIC X(08).
                       15  WSV-LM-EMPRESA   PIC X(03).
                       15  WSV-LM-DEPTO     PIC X(04).
                       15  WSV-LM-CATEGORIA PIC X(06).
                       15  WSV-LM-BRUTO     PIC 9(06).
                       15  WSV-LM-NETO      PIC 9(06).
                       15  WSV-LM-BONO      PIC 9(07).
                       15  WSV-LM-FINAL     PIC X(01).
                           88  WSS-LM-FINAL     VALUE 'S'.
                       15  WSV-LM-FIN-EMPRESA PIC X(03).
                       15  WSV-LM-FIN-DEPTO PIC X(04).
           01  WSV-IDX-LEG              PIC 9(05) VALUE 0.
           01  WSV-IDX-BUSQ             PIC 9(05) VALUE 0.

      * Categorias con costo medio informado, en el orden de las
      * columnas del reporte.
           01  WSC-CATEGORIAS.
               05  FILLER               PIC X(06) VALUE 'JUNIOR'.
               05  FILLER               PIC X(06) VALUE 'SEMISR'.
               05  FILLER               PIC X(06) VALUE 'SENIOR'.
               05  FILLER               PIC X(06) VALUE 'STAFF '.
           01  FILLER REDEFINES WSC-CATEGORIAS.
               05  WSC-CATEGORIA        PIC X(06) OCCURS 4 TIMES.
           01  WSV-IDX-CATEG            PIC 9(01) VALUE 0.
           01  WSV-NRO-CATEG            PIC 9(01) VALUE 0.

      * Acumulados por grupo y mes. Cada grupo es un departamento de
      * una empresa (nivel '1'), el total de una empresa (nivel '2',
      * departamento en blanco) o el total general (empresa en
      * HIGH-VALUES). La tabla se mantiene ordenada por la clave,
      * asi cada empresa sale con sus departamentos, su total y al
      * final el total general. El tope de 120 cubre las 5 empresas
      * por 20 departamentos que admite SUELDOS, mas los totales.
           01  WSV-TABLA-GRUPOS.
               05  WSV-CANT-GRUPOS      PIC 9(03) VALUE 0.
               05  WSV-GRP-ENT OCCURS 120 TIMES.
                   10  WSV-GRP-CLAVE.
                       15  WSV-GRP-EMPRESA  PIC X(03).
                       15  WSV-GRP-NIVEL    PIC X(01).
                           88  WSS-GRP-DEPTO    VALUE '1'.
                           88  WSS-GRP-EMPRESA  VALUE '2'.
                       15  WSV-GRP-DEPTO    PIC X(04).
                   10  WSV-GRP-MES OCCURS 13 TIMES.
                       15  WSV-GM-DOTACION  PIC 9(05).
                       15  WSV-GM-ALTAS     PIC 9(05).
                       15  WSV-GM-BAJAS     PIC 9(05).
                       15  WSV-GM-BRUTO     PIC 9(11).
                       15  WSV-GM-NETO      PIC 9(11).
                       15  WSV-GM-BONO      PIC 9(11).
                       15  WSV-GM-CAT OCCURS 4 TIMES.
                           20  WSV-GM-CAT-CANT  PIC 9(05).
                           20  WSV-GM-CAT-BRUTO PIC 9(11).
           01  WSV-IDX-GRP              PIC 9(03) VALUE 0.
           01  WSV-IDX-INS              PIC 9(03) VALUE 0.
           01  WSV-IDX-MOV              PIC 9(03) VALUE 0.
           01  WSV-CLAVE-GRUPO.
               05  WSV-CG-EMPRESA       PIC X(03).
               05  WSV-CG-NIVEL         PIC X(01).
               05  WSV-CG-DEPTO         PIC X(04).

      * Aporte de un legajo o de una liquidacion final a los grupos
      * de su departamento, de su empresa y al total general.
           01  WSV-APORTE.
               05  WSV-AP-EMPRESA       PIC X(03).
               05  WSV-AP-DEPTO         PIC X(04).
               05  WSV-AP-CATEGORIA     PIC X(06).
               05  WSV-AP-MES           PIC 9(02).
               05  WSV-AP-DOTACION      PIC 9(01).
               05  WSV-AP-ALTAS         PIC 9(01).
               05  WSV-AP-BAJAS         PIC 9(01).
               05  WSV-AP-BRUTO         PIC 9(08).
               05  WSV-AP-NETO          PIC 9(08).
               05  WSV-AP-BONO          PIC 9(08).

      * Cifras del renglon en proceso.
           01  WSV-VAR-DOTACION         PIC S9(05) VALUE 0.
           01  WSV-VAR-BRUTO            PIC S9(11) VALUE 0.
           01  WSV-VAR-PORC             PIC S9(04)V9 VALUE 0.
           01  WSV-PROMEDIO             PIC 9(07) VALUE 0.
           01  WSV-PROMEDIOS.
               05  WSV-PROM-CAT         PIC 9(07) OCCURS 4 TIMES.
           01  WSV-SW-COMPARACION       PIC X(01) VALUE 'S'.
               88  WSS-COMPARA-MES-ANTERIOR VALUE 'S'.
               88  WSS-COMPARA-MES-PREVIO   VALUE 'P'.
               88  WSS-SIN-COMPARACION      VALUE 'N'.

           01  WSV-CANT-RENGLONES       PIC 9(05) VALUE 0.
           01  WSV-MESES-SIN-CORRIDAS   PIC X(84) VALUE SPACES.
           01  WSV-PUNTERO-MESES        PIC 9(03) VALUE 1.

      * Lineas de impresion del reporte.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.
           01  WSV-LINEA-GRUPO          PIC X(132).

           01  WSV-LINEA-RAYA.
               05  FILLER               PIC X(129) VALUE ALL '-'.
               05  FILLER               PIC X(03) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COSTO.
               05  FILLER               PIC X(96) VALUE SPACES.
               05  FILLER               PIC X(31)
                   VALUE '  COSTO MEDIO POR CABEZA (BRUTO'.
               05  FILLER               PIC X(05) VALUE ')'.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(06) VALUE 'MES'.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE ' DOTAC'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE ' ALTAS'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE ' BAJAS'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(11) VALUE '      BRUTO'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(11) VALUE '       NETO'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(13)
                                         VALUE '         BONO'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE 'VAR.DOT'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(12)
                                         VALUE '   VAR.BRUTO'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE '  VAR.%'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE ' JUNIOR'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE ' SEMISR'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE ' SENIOR'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  FILLER               PIC X(07) VALUE '  STAFF'.
               05  FILLER               PIC X(05) VALUE SPACES.

           01  WSV-LINEA-MES.
               05  WSV-LD-MES           PIC X(06).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-DOTACION      PIC ZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-ALTAS         PIC ZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-BAJAS         PIC ZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-BRUTO         PIC ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-NETO          PIC ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-BONO          PIC Z,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-VAR-DOT       PIC +ZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-VAR-BRUTO     PIC +ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-VAR-PORC      PIC +ZZZ9.9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-PROM-ENT OCCURS 4 TIMES.
                   10  WSV-LD-PROM      PIC ZZZ,ZZ9.
                   10  FILLER           PIC X(01).
               05  WSV-LD-MARCA         PIC X(01).
               05  FILLER               PIC X(03) VALUE SPACES.

           01  WSV-LINEA-NOTA           PIC X(132).

      * Renglon del extracto. Los importes van sin editar con
      * ceros a la izquierda y las variaciones con el signo
      * adelante, para que la planilla los tome como numeros.
           01  WSV-REG-EXTRACTO.
               05  WSV-EX-NIVEL         PIC X(01).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-EMPRESA       PIC X(03).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-DEPTO         PIC X(04).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-MES           PIC X(06).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-DOTACION      PIC 9(05).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-ALTAS         PIC 9(05).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-BAJAS         PIC 9(05).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-BRUTO         PIC 9(11).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-NETO          PIC 9(11).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-BONO          PIC 9(11).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-VAR-DOT       PIC +9(05).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-VAR-BRUTO     PIC +9(11).
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-VAR-PORC      PIC +9(04).9.
               05  FILLER               PIC X(01) VALUE ';'.
               05  WSV-EX-PROM-ENT OCCURS 4 TIMES.
                   10  WSV-EX-PROM      PIC 9(07).
                   10  WSV-EX-SEP       PIC X(01).
               05  WSV-EX-MES-COMPARA   PIC X(06).

           01  WSV-EXTRACTO-TITULOS.
               05  FILLER               PIC X(40) VALUE
                   'NIVEL;EMPRESA;DEPTO;MES;DOTACION;ALTAS;B'.
               05  FILLER               PIC X(40) VALUE
                   'AJAS;BRUTO;NETO;BONO;VAR_DOTACION;VAR_BR'.
               05  FILLER               PIC X(40) VALUE
                   'UTO;VAR_BRUTO_PORC;COSTO_MEDIO_JUNIOR;CO'.
               05  FILLER               PIC X(40) VALUE
                   'STO_MEDIO_SEMISR;COSTO_MEDIO_SENIOR;COST'.
               05  FILLER               PIC X(27) VALUE
                   'O_MEDIO_STAFF;MES_COMPARADO'.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-HISTORIA.
           PERFORM 30-CALCULAR-MESES.
           PERFORM 40-ESCRIBIR-REPORTE.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma el rango de meses, arma la tabla de meses y carga el
      * catalogo de resguardos.
      *----------------------------------------------------------------
       10-INICIO.
           PERFORM 11-TOMAR-RANGO.
           PERFORM 12-ARMAR-MESES.
           PERFORM 13-CARGAR-CATALOGO.
       10-INICIO-END.
       EXIT.

      *----------------------------------------------------------------
      * Rango pedido en SUELDESDE / SUELHASTA (AAAAMM). Sin hasta se
      * toma el mes en curso y sin desde los 12 meses que terminan
      * en el hasta. Mas de 12 meses no se aceptan.
      *----------------------------------------------------------------
       11-TOMAR-RANGO.
           ACCEPT WSV-MES-DESDE-X FROM ENVIRONMENT "SUELDESDE".
           ACCEPT WSV-MES-HASTA-X FROM ENVIRONMENT "SUELHASTA".
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.
           IF WSV-MES-HASTA-X = SPACES
            OR WSV-MES-HASTA-X = LOW-VALUES
               MOVE WSV-FECHA-PROCESO(1:6) TO WSV-MES-HASTA-X
           END-IF.
           IF WSV-MES-HASTA-X IS NOT NUMERIC
            OR WSV-MH-MES < 1 OR WSV-MH-MES > 12
               DISPLAY "MES HASTA INVALIDO EN SUELHASTA (AAAAMM): "
                       WSV-MES-HASTA-X
               STOP RUN
           END-IF.
           COMPUTE WSV-ABS-HASTA = WSV-MH-ANIO * 12 + WSV-MH-MES - 1.
           IF WSV-MES-DESDE-X = SPACES
            OR WSV-MES-DESDE-X = LOW-VALUES
               COMPUTE WSV-ABS-DESDE =
                   WSV-ABS-HASTA - WSC-MAX-MESES + 1
               MOVE WSV-ABS-DESDE TO WSV-ABS-AUX
               PERFORM 15-MES-DE-ABSOLUTO
               MOVE WSV-ANIO-AUX TO WSV-MD-ANIO
               MOVE WSV-MES-AUX  TO WSV-MD-MES
           END-IF.
           IF WSV-MES-DESDE-X IS NOT NUMERIC
            OR WSV-MD-MES < 1 OR WSV-MD-MES > 12
               DISPLAY "MES DESDE INVALIDO EN SUELDESDE (AAAAMM): "
                       WSV-MES-DESDE-X
               STOP RUN
           END-IF.
           COMPUTE WSV-ABS-DESDE = WSV-MD-ANIO * 12 + WSV-MD-MES - 1.
           IF WSV-ABS-DESDE > WSV-ABS-HASTA
               DISPLAY "EL MES DESDE " WSV-MES-DESDE-X
                       " ES POSTERIOR AL MES HASTA " WSV-MES-HASTA-X
               STOP RUN
           END-IF.
           COMPUTE WSV-CANT-MESES = WSV-ABS-HASTA - WSV-ABS-DESDE + 1.
           IF WSV-CANT-MESES > WSC-MAX-MESES
               DISPLAY "EL RANGO " WSV-MES-DESDE-X " A "
                       WSV-MES-HASTA-X " SUPERA LOS "
                       WSC-MAX-MESES " MESES"
               STOP RUN
           END-IF.
           COMPUTE WSV-ULT-MES = WSV-CANT-MESES + 1.
       11-TOMAR-RANGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Etiquetas de los meses, empezando por el mes base anterior al
      * rango, y fechas extremas para elegir los resguardos.
      *----------------------------------------------------------------
       12-ARMAR-MESES.
           PERFORM 12B-ARMAR-UN-MES
               VARYING WSV-IDX-MES FROM 1 BY 1
               UNTIL WSV-IDX-MES > WSV-ULT-MES.
           MOVE SPACES TO WSV-FECHA-RANGO-DESDE.
           STRING WSV-MES-ETIQUETA(1) DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
                  INTO WSV-FECHA-RANGO-DESDE.
           MOVE SPACES TO WSV-FECHA-RANGO-HASTA.
           STRING WSV-MES-HASTA-X DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
                  INTO WSV-FECHA-RANGO-HASTA.
       12-ARMAR-MESES-END.
       EXIT.

       12B-ARMAR-UN-MES.
           COMPUTE WSV-ABS-AUX = WSV-ABS-DESDE + WSV-IDX-MES - 2.
           PERFORM 15-MES-DE-ABSOLUTO.
           MOVE SPACES TO WSV-MES-ETIQUETA(WSV-IDX-MES).
           STRING WSV-ANIO-AUX DELIMITED BY SIZE
                  WSV-MES-AUX DELIMITED BY SIZE
                  INTO WSV-MES-ETIQUETA(WSV-IDX-MES).
           MOVE 0 TO WSV-MES-REGISTROS(WSV-IDX-MES).
       12B-ARMAR-UN-MES-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el catalogo de resguardos que mantiene SUELCIER. Sin
      * catalogo solo se lee la historia en linea, con aviso.
      *----------------------------------------------------------------
       13-CARGAR-CATALOGO.
           OPEN INPUT FD-CATALOGO.
           IF WSV-FS-CATALOGO = '00'
               PERFORM 13B-LEER-CATALOGO
                   UNTIL WSV-FS-CATALOGO NOT = '00'
               CLOSE FD-CATALOGO
           ELSE
               DISPLAY "CATALOGO DE RESGUARDOS NO DISPONIBLE, SE "
                       "LEE SOLO LA HISTORIA EN LINEA"
           END-IF.
       13-CARGAR-CATALOGO-END.
       EXIT.

       13B-LEER-CATALOGO.
           READ FD-CATALOGO
               AT END
                   CONTINUE
               NOT AT END
                   IF WSV-CANT-CATALOGO < 200
                       ADD 1 TO WSV-CANT-CATALOGO
                       MOVE FD-CAT-ARCHIVO
                           TO WSV-CAT-ARCHIVO(WSV-CANT-CATALOGO)
                       MOVE FD-CAT-FECHA-DESDE
                           TO WSV-CAT-DESDE(WSV-CANT-CATALOGO)
                       MOVE FD-CAT-FECHA-HASTA
                           TO WSV-CAT-HASTA(WSV-CANT-CATALOGO)
                   ELSE
                       DISPLAY "CATALOGO DE RESGUARDOS EXCEDE LAS "
                               "200 ENTRADAS, NO SE EMITE LA "
                               "TENDENCIA"
                       STOP RUN
                   END-IF
           END-READ.
       13B-LEER-CATALOGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Convierte WSV-ABS-AUX (meses desde el ano cero) en ano y mes.
      *----------------------------------------------------------------
       15-MES-DE-ABSOLUTO.
           DIVIDE WSV-ABS-AUX BY 12
               GIVING WSV-ANIO-AUX
               REMAINDER WSV-MES-AUX.
           ADD 1 TO WSV-MES-AUX.
       15-MES-DE-ABSOLUTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Recorre los resguardos del catalogo que tocan el rango (con
      * el mes base) y despues la historia en linea. Un resguardo
      * catalogado que no esta disponible frena el reporte: los
      * meses que cubre saldrian incompletos.
      *----------------------------------------------------------------
       20-CARGAR-HISTORIA.
           PERFORM 21-LEER-UN-RESGUARDO
               VARYING WSV-IDX-CAT FROM 1 BY 1
               UNTIL WSV-IDX-CAT > WSV-CANT-CATALOGO.
           OPEN INPUT FD-HISTORIA.
           IF WSV-FS-HISTORIA NOT = '00'
               DISPLAY "HISTORIA DE CORRIDAS NO DISPONIBLE, STATUS "
                       WSV-FS-HISTORIA
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 23-LEER-HISTORIA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-HISTORIA.
           DISPLAY "HISTORIA: " WSV-TOT-HIS-LEIDOS " REGISTROS "
                   "LEIDOS EN LINEA Y EN " WSV-CANT-RESGUARDOS
                   " RESGUARDO(S), " WSV-TOT-HIS-RANGO
                   " DEL RANGO".
       20-CARGAR-HISTORIA-END.
       EXIT.

       21-LEER-UN-RESGUARDO.
           IF WSV-CAT-DESDE(WSV-IDX-CAT) <= WSV-FECHA-RANGO-HASTA
            AND WSV-CAT-HASTA(WSV-IDX-CAT) >= WSV-FECHA-RANGO-DESDE
               MOVE WSV-CAT-ARCHIVO(WSV-IDX-CAT)
                   TO WSV-ARCHIVO-HIS-ARCH
               OPEN INPUT FD-HIS-ARCHIVO
               IF WSV-FS-HIS-ARCHIVO NOT = '00'
                   DISPLAY "RESGUARDO " WSV-ARCHIVO-HIS-ARCH
                           " NO DISPONIBLE, STATUS "
                           WSV-FS-HIS-ARCHIVO
                   DISPLAY "RESTAURAR EL RESGUARDO PARA EMITIR LA "
                           "TENDENCIA DE " WSV-MES-DESDE-X " A "
                           WSV-MES-HASTA-X
                   STOP RUN
               END-IF
               ADD 1 TO WSV-CANT-RESGUARDOS
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 22-LEER-RESGUARDO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-HIS-ARCHIVO
           END-IF.
       21-LEER-UN-RESGUARDO-END.
       EXIT.

       22-LEER-RESGUARDO.
           READ FD-HIS-ARCHIVO
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HIS-ARCHIVO-REC TO WSV-REG-HISTORIA
                   PERFORM 24-PROCESAR-REGISTRO
           END-READ.
       22-LEER-RESGUARDO-END.
       EXIT.

       23-LEER-HISTORIA.
           READ FD-HISTORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HISTORIA-REC TO WSV-REG-HISTORIA
                   PERFORM 24-PROCESAR-REGISTRO
           END-READ.
       23-LEER-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Ubica el registro en su mes del rango (o el mes base) y lo
      * guarda en la situacion del legajo para ese mes. Los importes
      * de una liquidacion final se suman directamente a los grupos
      * de su departamento y empresa, pero no cuentan como corrida
      * del mes. El pago de aguinaldo no es una corrida mensual y no
      * entra en la tendencia.
      *----------------------------------------------------------------
       24-PROCESAR-REGISTRO.
           ADD 1 TO WSV-TOT-HIS-LEIDOS.
           EVALUATE TRUE
               WHEN WSS-RH-PAGO-SAC
                   CONTINUE
               WHEN WSV-RH-ANIO IS NOT NUMERIC
                 OR WSV-RH-MES IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA EN LA HISTORIA: "
                           WSV-RH-FECHA
               WHEN OTHER
                   PERFORM 24B-UBICAR-MES
           END-EVALUATE.
       24-PROCESAR-REGISTRO-END.
       EXIT.

       24B-UBICAR-MES.
           MOVE WSV-RH-ANIO TO WSV-ANIO-AUX.
           MOVE WSV-RH-MES  TO WSV-MES-AUX.
           COMPUTE WSV-IDX-CALC = WSV-ANIO-AUX * 12
               + WSV-MES-AUX - 1 - WSV-ABS-DESDE + 2.
           IF WSV-MES-AUX > 0 AND WSV-MES-AUX < 13
            AND WSV-IDX-CALC > 0
            AND WSV-IDX-CALC NOT > WSV-ULT-MES
               MOVE WSV-IDX-CALC TO WSV-IDX-MES
               ADD 1 TO WSV-TOT-HIS-RANGO
               IF NOT WSS-RH-LIQ-FINAL
                   ADD 1 TO WSV-MES-REGISTROS(WSV-IDX-MES)
               END-IF
               PERFORM 25-UBICAR-LEGAJO
               IF WSS-LEGAJO-HALLADO
                   IF WSS-RH-LIQ-FINAL
                       PERFORM 27-GUARDAR-LIQ-FINAL
                   ELSE
                       PERFORM 26-GUARDAR-CORRIDA
                   END-IF
               END-IF
           END-IF.
       24B-UBICAR-MES-END.
       EXIT.

       25-UBICAR-LEGAJO.
           SET WSS-LEGAJO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 25B-COMPARAR-LEGAJO
               UNTIL WSV-IDX-BUSQ > WSV-CANT-LEGAJOS
                  OR WSS-LEGAJO-HALLADO.
           IF WSS-LEGAJO-NO-HALLADO
               IF WSV-CANT-LEGAJOS < 20000
                   ADD 1 TO WSV-CANT-LEGAJOS
                   MOVE WSV-CANT-LEGAJOS TO WSV-IDX-BUSQ
                   INITIALIZE WSV-LEG-ENT(WSV-IDX-BUSQ)
                   MOVE WSV-RH-LEGAJO
                       TO WSV-LEG-LEGAJO(WSV-IDX-BUSQ)
                   SET WSS-LEGAJO-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE LEGAJOS LLENA, SE OMITE EL "
                           "LEGAJO " WSV-RH-LEGAJO
                   SET WSS-REPORTE-TRUNCADO TO TRUE
               END-IF
           END-IF.
       25-UBICAR-LEGAJO-END.
       EXIT.

       25B-COMPARAR-LEGAJO.
           IF WSV-LEG-LEGAJO(WSV-IDX-BUSQ) = WSV-RH-LEGAJO
               SET WSS-LEGAJO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       25B-COMPARAR-LEGAJO-END.
       EXIT.

       26-GUARDAR-CORRIDA.
           IF NOT WSS-LM-REGULAR(WSV-IDX-BUSQ, WSV-IDX-MES)
            OR WSV-RH-FECHA NOT <
               WSV-LM-FECHA(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE 'S' TO WSV-LM-REGULAR(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-FECHA
                   TO WSV-LM-FECHA(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-EMPRESA
                   TO WSV-LM-EMPRESA(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-DEPTO
                   TO WSV-LM-DEPTO(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-CATEGORIA
                   TO WSV-LM-CATEGORIA(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-SUELDO
                   TO WSV-LM-BRUTO(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-NETO
                   TO WSV-LM-NETO(WSV-IDX-BUSQ, WSV-IDX-MES)
               MOVE WSV-RH-BONO
                   TO WSV-LM-BONO(WSV-IDX-BUSQ, WSV-IDX-MES)
           END-IF.
       26-GUARDAR-CORRIDA-END.
       EXIT.

       27-GUARDAR-LIQ-FINAL.
           MOVE 'S' TO WSV-LM-FINAL(WSV-IDX-BUSQ, WSV-IDX-MES).
           MOVE WSV-RH-EMPRESA
               TO WSV-LM-FIN-EMPRESA(WSV-IDX-BUSQ, WSV-IDX-MES).
           MOVE WSV-RH-DEPTO
               TO WSV-LM-FIN-DEPTO(WSV-IDX-BUSQ, WSV-IDX-MES).
           PERFORM 34-LIMPIAR-APORTE.
           MOVE WSV-RH-EMPRESA TO WSV-AP-EMPRESA.
           MOVE WSV-RH-DEPTO   TO WSV-AP-DEPTO.
           MOVE WSV-IDX-MES    TO WSV-AP-MES.
           MOVE WSV-RH-SUELDO  TO WSV-AP-BRUTO.
           MOVE WSV-RH-NETO    TO WSV-AP-NETO.
           MOVE WSV-RH-BONO    TO WSV-AP-BONO.
           PERFORM 35-ACUMULAR-EN-GRUPOS.
       27-GUARDAR-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Vuelca la situacion de cada legajo en cada mes a los grupos:
      * dotacion, importes y categoria del mes; alta si no estaba en
      * el mes de comparacion; baja si tuvo liquidacion final en el
      * mes, o si estaba en el mes de comparacion, no esta en este
      * (con corridas) y la baja no se conto ya por una liquidacion
      * final de aquel mes. El mes de comparacion es el anterior o,
      * si el anterior no tuvo corridas, el ultimo que las tuvo.
      *----------------------------------------------------------------
       30-CALCULAR-MESES.
           PERFORM 30B-MES-DE-COMPARACION
               VARYING WSV-IDX-MES FROM 1 BY 1
               UNTIL WSV-IDX-MES > WSV-ULT-MES.
           PERFORM 31-CALCULAR-UN-LEGAJO
               VARYING WSV-IDX-LEG FROM 1 BY 1
               UNTIL WSV-IDX-LEG > WSV-CANT-LEGAJOS.
       30-CALCULAR-MESES-END.
       EXIT.

       30B-MES-DE-COMPARACION.
           MOVE 0 TO WSV-MES-COMPARA(WSV-IDX-MES).
           IF WSV-IDX-MES > 1
               COMPUTE WSV-IDX-ANT = WSV-IDX-MES - 1
               IF WSV-MES-REGISTROS(WSV-IDX-ANT) > 0
                   MOVE WSV-IDX-ANT TO WSV-MES-COMPARA(WSV-IDX-MES)
               ELSE
                   MOVE WSV-MES-COMPARA(WSV-IDX-ANT)
                       TO WSV-MES-COMPARA(WSV-IDX-MES)
               END-IF
           END-IF.
       30B-MES-DE-COMPARACION-END.
       EXIT.

       31-CALCULAR-UN-LEGAJO.
           PERFORM 32-CALCULAR-UN-MES
               VARYING WSV-IDX-MES FROM 1 BY 1
               UNTIL WSV-IDX-MES > WSV-ULT-MES.
       31-CALCULAR-UN-LEGAJO-END.
       EXIT.

       32-CALCULAR-UN-MES.
           MOVE WSV-MES-COMPARA(WSV-IDX-MES) TO WSV-IDX-ANT.
           IF WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-MES)
               PERFORM 34-LIMPIAR-APORTE
               MOVE WSV-LM-EMPRESA(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-EMPRESA
               MOVE WSV-LM-DEPTO(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-DEPTO
               MOVE WSV-LM-CATEGORIA(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-CATEGORIA
               MOVE WSV-IDX-MES TO WSV-AP-MES
               MOVE 1 TO WSV-AP-DOTACION
               MOVE WSV-LM-BRUTO(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-BRUTO
               MOVE WSV-LM-NETO(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-NETO
               MOVE WSV-LM-BONO(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-BONO
               IF WSV-IDX-ANT > 0
                   IF NOT WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-ANT)
                       MOVE 1 TO WSV-AP-ALTAS
                   END-IF
               END-IF
               PERFORM 35-ACUMULAR-EN-GRUPOS
           END-IF.
           IF WSV-IDX-MES > 1
               PERFORM 33-CALCULAR-BAJA
           END-IF.
       32-CALCULAR-UN-MES-END.
       EXIT.

       33-CALCULAR-BAJA.
           MOVE 'N' TO WSV-SW-BAJA.
           PERFORM 34-LIMPIAR-APORTE.
           MOVE WSV-IDX-MES TO WSV-AP-MES.
           MOVE 1 TO WSV-AP-BAJAS.
           IF WSS-LM-FINAL(WSV-IDX-LEG, WSV-IDX-MES)
               SET WSS-ES-BAJA TO TRUE
               MOVE WSV-LM-FIN-EMPRESA(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-EMPRESA
               MOVE WSV-LM-FIN-DEPTO(WSV-IDX-LEG, WSV-IDX-MES)
                   TO WSV-AP-DEPTO
               IF WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-MES)
                   MOVE WSV-LM-EMPRESA(WSV-IDX-LEG, WSV-IDX-MES)
                       TO WSV-AP-EMPRESA
                   MOVE WSV-LM-DEPTO(WSV-IDX-LEG, WSV-IDX-MES)
                       TO WSV-AP-DEPTO
               ELSE
                   IF WSV-IDX-ANT > 0
                       IF WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-ANT)
                           MOVE WSV-LM-EMPRESA(WSV-IDX-LEG,
                                               WSV-IDX-ANT)
                               TO WSV-AP-EMPRESA
                           MOVE WSV-LM-DEPTO(WSV-IDX-LEG, WSV-IDX-ANT)
                               TO WSV-AP-DEPTO
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WSV-IDX-ANT > 0
                AND WSV-MES-REGISTROS(WSV-IDX-MES) > 0
                AND NOT WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-MES)
                   IF WSS-LM-REGULAR(WSV-IDX-LEG, WSV-IDX-ANT)
                    AND NOT WSS-LM-FINAL(WSV-IDX-LEG, WSV-IDX-ANT)
                       SET WSS-ES-BAJA TO TRUE
                       MOVE WSV-LM-EMPRESA(WSV-IDX-LEG, WSV-IDX-ANT)
                           TO WSV-AP-EMPRESA
                       MOVE WSV-LM-DEPTO(WSV-IDX-LEG, WSV-IDX-ANT)
                           TO WSV-AP-DEPTO
                   END-IF
               END-IF
           END-IF.
           IF WSS-ES-BAJA
               PERFORM 35-ACUMULAR-EN-GRUPOS
           END-IF.
       33-CALCULAR-BAJA-END.
       EXIT.

       34-LIMPIAR-APORTE.
           MOVE SPACES TO WSV-AP-EMPRESA.
           MOVE SPACES TO WSV-AP-DEPTO.
           MOVE SPACES TO WSV-AP-CATEGORIA.
           MOVE 0 TO WSV-AP-MES.
           MOVE 0 TO WSV-AP-DOTACION.
           MOVE 0 TO WSV-AP-ALTAS.
           MOVE 0 TO WSV-AP-BAJAS.
           MOVE 0 TO WSV-AP-BRUTO.
           MOVE 0 TO WSV-AP-NETO.
           MOVE 0 TO WSV-AP-BONO.
       34-LIMPIAR-APORTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Suma el aporte en el grupo del departamento, en el total de
      * su empresa y en el total general.
      *----------------------------------------------------------------
       35-ACUMULAR-EN-GRUPOS.
           PERFORM 37-UBICAR-CATEGORIA.
           MOVE WSV-AP-EMPRESA TO WSV-CG-EMPRESA.
           MOVE '1'            TO WSV-CG-NIVEL.
           MOVE WSV-AP-DEPTO   TO WSV-CG-DEPTO.
           PERFORM 36-ACUMULAR-GRUPO.
           MOVE WSV-AP-EMPRESA TO WSV-CG-EMPRESA.
           MOVE '2'            TO WSV-CG-NIVEL.
           MOVE SPACES         TO WSV-CG-DEPTO.
           PERFORM 36-ACUMULAR-GRUPO.
           MOVE HIGH-VALUES    TO WSV-CLAVE-GRUPO.
           PERFORM 36-ACUMULAR-GRUPO.
       35-ACUMULAR-EN-GRUPOS-END.
       EXIT.

       36-ACUMULAR-GRUPO.
           PERFORM 50-UBICAR-GRUPO.
           IF WSS-GRUPO-HALLADO
               ADD WSV-AP-DOTACION
                   TO WSV-GM-DOTACION(WSV-IDX-GRP, WSV-AP-MES)
               ADD WSV-AP-ALTAS
                   TO WSV-GM-ALTAS(WSV-IDX-GRP, WSV-AP-MES)
               ADD WSV-AP-BAJAS
                   TO WSV-GM-BAJAS(WSV-IDX-GRP, WSV-AP-MES)
               ADD WSV-AP-BRUTO
                   TO WSV-GM-BRUTO(WSV-IDX-GRP, WSV-AP-MES)
               ADD WSV-AP-NETO
                   TO WSV-GM-NETO(WSV-IDX-GRP, WSV-AP-MES)
               ADD WSV-AP-BONO
                   TO WSV-GM-BONO(WSV-IDX-GRP, WSV-AP-MES)
               IF WSV-AP-DOTACION > 0
                AND WSV-NRO-CATEG > 0
                   ADD 1 TO WSV-GM-CAT-CANT(WSV-IDX-GRP, WSV-AP-MES,
                                            WSV-NRO-CATEG)
                   ADD WSV-AP-BRUTO
                       TO WSV-GM-CAT-BRUTO(WSV-IDX-GRP, WSV-AP-MES,
                                           WSV-NRO-CATEG)
               END-IF
           END-IF.
       36-ACUMULAR-GRUPO-END.
       EXIT.

       37-UBICAR-CATEGORIA.
           MOVE 0 TO WSV-NRO-CATEG.
           PERFORM 37B-COMPARAR-CATEGORIA
               VARYING WSV-IDX-CATEG FROM 1 BY 1
               UNTIL WSV-IDX-CATEG > 4
                  OR WSV-NRO-CATEG > 0.
       37-UBICAR-CATEGORIA-END.
       EXIT.

       37B-COMPARAR-CATEGORIA.
           IF WSC-CATEGORIA(WSV-IDX-CATEG) = WSV-AP-CATEGORIA
               MOVE WSV-IDX-CATEG TO WSV-NRO-CATEG
           END-IF.
       37B-COMPARAR-CATEGORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Reporte y extracto: por cada grupo, en el orden de la tabla,
      * un renglon por mes del rango. Las salidas se abren recien
      * aqui, con toda la historia ya leida.
      *----------------------------------------------------------------
       40-ESCRIBIR-REPORTE.
           OPEN OUTPUT FD-REPORTE.
           IF WSV-FS-REPORTE NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO REPORTE DE TENDENCIA, "
                       "STATUS " WSV-FS-REPORTE
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-EXTRACTO.
           IF WSV-FS-EXTRACTO NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO EXTRACTO DE TENDENCIA, "
                       "STATUS " WSV-FS-EXTRACTO
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING 'TENDENCIA DE COSTO LABORAL Y DOTACION - MESES '
                      DELIMITED BY SIZE
                  WSV-MES-DESDE-X DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WSV-MES-HASTA-X DELIMITED BY SIZE
                  ' - EMITIDO ' DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-EXTRACTO-REC FROM WSV-EXTRACTO-TITULOS.
           PERFORM 41-ESCRIBIR-GRUPO
               VARYING WSV-IDX-GRP FROM 1 BY 1
               UNTIL WSV-IDX-GRP > WSV-CANT-GRUPOS.
       40-ESCRIBIR-REPORTE-END.
       EXIT.

       41-ESCRIBIR-GRUPO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE SPACES TO WSV-LINEA-GRUPO.
           EVALUATE TRUE
               WHEN WSS-GRP-DEPTO(WSV-IDX-GRP)
                   STRING 'EMPRESA: ' DELIMITED BY SIZE
                          WSV-GRP-EMPRESA(WSV-IDX-GRP)
                              DELIMITED BY SIZE
                          '   DEPARTAMENTO: ' DELIMITED BY SIZE
                          WSV-GRP-DEPTO(WSV-IDX-GRP)
                              DELIMITED BY SIZE
                          INTO WSV-LINEA-GRUPO
               WHEN WSS-GRP-EMPRESA(WSV-IDX-GRP)
                   STRING 'EMPRESA: ' DELIMITED BY SIZE
                          WSV-GRP-EMPRESA(WSV-IDX-GRP)
                              DELIMITED BY SIZE
                          '   TOTAL DE LA EMPRESA' DELIMITED BY SIZE
                          INTO WSV-LINEA-GRUPO
               WHEN OTHER
                   MOVE 'TOTAL GENERAL' TO WSV-LINEA-GRUPO
           END-EVALUATE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-GRUPO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCAB-COSTO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCAB-COL.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RAYA.
           PERFORM 42-ESCRIBIR-MES
               VARYING WSV-IDX-MES FROM 2 BY 1
               UNTIL WSV-IDX-MES > WSV-ULT-MES.
       41-ESCRIBIR-GRUPO-END.
       EXIT.

      *----------------------------------------------------------------
      * Renglon de un mes de un grupo. La variacion se calcula contra
      * el mes de comparacion: el anterior, o el ultimo con corridas
      * (renglon marcado con '*'). Un mes sin corridas sale en cero,
      * sin variacion y marcado con '-'.
      *----------------------------------------------------------------
       42-ESCRIBIR-MES.
           MOVE WSV-MES-COMPARA(WSV-IDX-MES) TO WSV-IDX-ANT.
           IF WSV-IDX-ANT > 0
            AND WSV-MES-REGISTROS(WSV-IDX-MES) > 0
               IF WSV-IDX-ANT + 1 = WSV-IDX-MES
                   SET WSS-COMPARA-MES-ANTERIOR TO TRUE
               ELSE
                   SET WSS-COMPARA-MES-PREVIO TO TRUE
               END-IF
               COMPUTE WSV-VAR-DOTACION =
                   WSV-GM-DOTACION(WSV-IDX-GRP, WSV-IDX-MES)
                   - WSV-GM-DOTACION(WSV-IDX-GRP, WSV-IDX-ANT)
               COMPUTE WSV-VAR-BRUTO =
                   WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-MES)
                   - WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-ANT)
               IF WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-ANT) > 0
                   COMPUTE WSV-VAR-PORC ROUNDED =
                       WSV-VAR-BRUTO * 100
                       / WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-ANT)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WSV-VAR-PORC
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WSV-VAR-PORC
               END-IF
           ELSE
               SET WSS-SIN-COMPARACION TO TRUE
               MOVE 0 TO WSV-VAR-DOTACION
               MOVE 0 TO WSV-VAR-BRUTO
               MOVE 0 TO WSV-VAR-PORC
           END-IF.
           PERFORM 43-PROMEDIO-CATEGORIA
               VARYING WSV-IDX-CATEG FROM 1 BY 1
               UNTIL WSV-IDX-CATEG > 4.
           MOVE WSV-MES-ETIQUETA(WSV-IDX-MES) TO WSV-LD-MES.
           MOVE WSV-GM-DOTACION(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-DOTACION.
           MOVE WSV-GM-ALTAS(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-ALTAS.
           MOVE WSV-GM-BAJAS(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-BAJAS.
           MOVE WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-BRUTO.
           MOVE WSV-GM-NETO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-NETO.
           MOVE WSV-GM-BONO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-LD-BONO.
           MOVE WSV-VAR-DOTACION TO WSV-LD-VAR-DOT.
           MOVE WSV-VAR-BRUTO    TO WSV-LD-VAR-BRUTO.
           MOVE WSV-VAR-PORC     TO WSV-LD-VAR-PORC.
           EVALUATE TRUE
               WHEN WSS-COMPARA-MES-PREVIO
                   MOVE '*' TO WSV-LD-MARCA
               WHEN WSS-SIN-COMPARACION
                   MOVE '-' TO WSV-LD-MARCA
               WHEN OTHER
                   MOVE SPACE TO WSV-LD-MARCA
           END-EVALUATE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-MES.
           PERFORM 44-ESCRIBIR-EXTRACTO.
           ADD 1 TO WSV-CANT-RENGLONES.
       42-ESCRIBIR-MES-END.
       EXIT.

       43-PROMEDIO-CATEGORIA.
           IF WSV-GM-CAT-CANT(WSV-IDX-GRP, WSV-IDX-MES,
                              WSV-IDX-CATEG) > 0
               COMPUTE WSV-PROMEDIO ROUNDED =
                   WSV-GM-CAT-BRUTO(WSV-IDX-GRP, WSV-IDX-MES,
                                    WSV-IDX-CATEG)
                   / WSV-GM-CAT-CANT(WSV-IDX-GRP, WSV-IDX-MES,
                                     WSV-IDX-CATEG)
           ELSE
               MOVE 0 TO WSV-PROMEDIO
           END-IF.
           MOVE WSV-PROMEDIO TO WSV-PROM-CAT(WSV-IDX-CATEG).
           MOVE WSV-PROMEDIO TO WSV-LD-PROM(WSV-IDX-CATEG).
       43-PROMEDIO-CATEGORIA-END.
       EXIT.

       44-ESCRIBIR-EXTRACTO.
           EVALUATE TRUE
               WHEN WSS-GRP-DEPTO(WSV-IDX-GRP)
                   MOVE 'D' TO WSV-EX-NIVEL
                   MOVE WSV-GRP-EMPRESA(WSV-IDX-GRP)
                       TO WSV-EX-EMPRESA
                   MOVE WSV-GRP-DEPTO(WSV-IDX-GRP) TO WSV-EX-DEPTO
               WHEN WSS-GRP-EMPRESA(WSV-IDX-GRP)
                   MOVE 'E' TO WSV-EX-NIVEL
                   MOVE WSV-GRP-EMPRESA(WSV-IDX-GRP)
                       TO WSV-EX-EMPRESA
                   MOVE SPACES TO WSV-EX-DEPTO
               WHEN OTHER
                   MOVE 'G' TO WSV-EX-NIVEL
                   MOVE SPACES TO WSV-EX-EMPRESA
                   MOVE SPACES TO WSV-EX-DEPTO
           END-EVALUATE.
           MOVE WSV-MES-ETIQUETA(WSV-IDX-MES) TO WSV-EX-MES.
           MOVE WSV-GM-DOTACION(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-DOTACION.
           MOVE WSV-GM-ALTAS(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-ALTAS.
           MOVE WSV-GM-BAJAS(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-BAJAS.
           MOVE WSV-GM-BRUTO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-BRUTO.
           MOVE WSV-GM-NETO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-NETO.
           MOVE WSV-GM-BONO(WSV-IDX-GRP, WSV-IDX-MES)
               TO WSV-EX-BONO.
           MOVE WSV-VAR-DOTACION TO WSV-EX-VAR-DOT.
           MOVE WSV-VAR-BRUTO    TO WSV-EX-VAR-BRUTO.
           MOVE WSV-VAR-PORC     TO WSV-EX-VAR-PORC.
           PERFORM 44B-PROMEDIO-EXTRACTO
               VARYING WSV-IDX-CATEG FROM 1 BY 1
               UNTIL WSV-IDX-CATEG > 4.
           IF WSS-SIN-COMPARACION
               MOVE SPACES TO WSV-EX-MES-COMPARA
           ELSE
               MOVE WSV-MES-ETIQUETA(WSV-IDX-ANT)
                   TO WSV-EX-MES-COMPARA
           END-IF.
           WRITE FD-EXTRACTO-REC FROM WSV-REG-EXTRACTO.
       44-ESCRIBIR-EXTRACTO-END.
       EXIT.

       44B-PROMEDIO-EXTRACTO.
           MOVE WSV-PROM-CAT(WSV-IDX-CATEG)
               TO WSV-EX-PROM(WSV-IDX-CATEG).
           MOVE ';' TO WSV-EX-SEP(WSV-IDX-CATEG).
       44B-PROMEDIO-EXTRACTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca el grupo de WSV-CLAVE-GRUPO y, si no esta, lo da de
      * alta en su lugar segun el orden de la clave.
      *----------------------------------------------------------------
       50-UBICAR-GRUPO.
           SET WSS-GRUPO-NO-HALLADO TO TRUE.
           MOVE 'N' TO WSV-SW-POSICION-HALLADA.
           MOVE 0 TO WSV-IDX-INS.
           MOVE 1 TO WSV-IDX-GRP.
           PERFORM 50B-COMPARAR-GRUPO
               UNTIL WSV-IDX-GRP > WSV-CANT-GRUPOS
                  OR WSS-GRUPO-HALLADO
                  OR WSS-POSICION-HALLADA.
           IF WSS-GRUPO-NO-HALLADO
               IF WSV-CANT-GRUPOS < 120
                   MOVE WSV-IDX-GRP TO WSV-IDX-INS
                   PERFORM 50C-CORRER-GRUPO
                       VARYING WSV-IDX-MOV FROM WSV-CANT-GRUPOS BY -1
                       UNTIL WSV-IDX-MOV < WSV-IDX-INS
                   ADD 1 TO WSV-CANT-GRUPOS
                   INITIALIZE WSV-GRP-ENT(WSV-IDX-INS)
                   MOVE WSV-CLAVE-GRUPO
                       TO WSV-GRP-CLAVE(WSV-IDX-INS)
                   MOVE WSV-IDX-INS TO WSV-IDX-GRP
                   SET WSS-GRUPO-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE GRUPOS LLENA, SE OMITE EMPRESA "
                           WSV-CG-EMPRESA " DEPTO " WSV-CG-DEPTO
                   SET WSS-REPORTE-TRUNCADO TO TRUE
               END-IF
           END-IF.
       50-UBICAR-GRUPO-END.
       EXIT.

       50B-COMPARAR-GRUPO.
           IF WSV-GRP-CLAVE(WSV-IDX-GRP) = WSV-CLAVE-GRUPO
               SET WSS-GRUPO-HALLADO TO TRUE
           ELSE
               IF WSV-GRP-CLAVE(WSV-IDX-GRP) > WSV-CLAVE-GRUPO
                   SET WSS-POSICION-HALLADA TO TRUE
               ELSE
                   ADD 1 TO WSV-IDX-GRP
               END-IF
           END-IF.
       50B-COMPARAR-GRUPO-END.
       EXIT.

       50C-CORRER-GRUPO.
           MOVE WSV-GRP-ENT(WSV-IDX-MOV)
               TO WSV-GRP-ENT(WSV-IDX-MOV + 1).
       50C-CORRER-GRUPO-END.
       EXIT.

      *----------------------------------------------------------------
      * Notas del reporte y cierre de archivos.
      *----------------------------------------------------------------
       90-CIERRE.
           MOVE 1 TO WSV-PUNTERO-MESES.
           MOVE SPACES TO WSV-MESES-SIN-CORRIDAS.
           PERFORM 91-ANOTAR-MES-SIN-CORRIDAS
               VARYING WSV-IDX-MES FROM 2 BY 1
               UNTIL WSV-IDX-MES > WSV-ULT-MES.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE SPACES TO WSV-LINEA-NOTA.
           STRING '* COMPARADO CONTRA EL ULTIMO MES CON CORRIDAS.  '
                      DELIMITED BY SIZE
                  '- SIN CORRIDAS O SIN MES DE COMPARACION: SIN '
                      DELIMITED BY SIZE
                  'VARIACION.' DELIMITED BY SIZE
                  INTO WSV-LINEA-NOTA.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-NOTA.
           MOVE SPACES TO WSV-LINEA-NOTA.
           STRING 'COSTO MEDIO POR CABEZA = BRUTO DE LA CATEGORIA / '
                      DELIMITED BY SIZE
                  'DOTACION DE LA CATEGORIA.' DELIMITED BY SIZE
                  INTO WSV-LINEA-NOTA.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-NOTA.
           IF WSV-MESES-SIN-CORRIDAS NOT = SPACES
               MOVE SPACES TO WSV-LINEA-NOTA
               STRING 'MESES DEL RANGO SIN CORRIDAS: '
                          DELIMITED BY SIZE
                      WSV-MESES-SIN-CORRIDAS DELIMITED BY SIZE
                      INTO WSV-LINEA-NOTA
               WRITE FD-REPORTE-REC FROM WSV-LINEA-NOTA
           END-IF.
           IF WSS-REPORTE-TRUNCADO
               MOVE SPACES TO WSV-LINEA-NOTA
               STRING '** ATENCION: REPORTE TRUNCADO POR CANTIDAD '
                          DELIMITED BY SIZE
                      'DE LEGAJOS O DE GRUPOS' DELIMITED BY SIZE
                      INTO WSV-LINEA-NOTA
               WRITE FD-REPORTE-REC FROM WSV-LINEA-NOTA
               DISPLAY "ATENCION: LA TENDENCIA QUEDO TRUNCADA"
           END-IF.
           CLOSE FD-REPORTE.
           CLOSE FD-EXTRACTO.
           DISPLAY "TENDENCIA " WSV-MES-DESDE-X " A " WSV-MES-HASTA-X
                   " GENERADA: " WSV-CANT-LEGAJOS " LEGAJOS, "
                   WSV-CANT-GRUPOS " GRUPOS, " WSV-CANT-RENGLONES
                   " RENGLONES".
       90-CIERRE-END.
       EXIT.

       91-ANOTAR-MES-SIN-CORRIDAS.
           IF WSV-MES-REGISTROS(WSV-IDX-MES) = 0
            AND WSV-PUNTERO-MESES < 84
               STRING WSV-MES-ETIQUETA(WSV-IDX-MES) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO WSV-MESES-SIN-CORRIDAS
                      WITH POINTER WSV-PUNTERO-MESES
           END-IF.
       91-ANOTAR-MES-SIN-CORRIDAS-END.
       EXIT.

       END PROGRAM SUELTEND.
