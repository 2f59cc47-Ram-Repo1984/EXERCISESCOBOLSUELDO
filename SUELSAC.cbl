      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Liquida el sueldo anual complementario (SAC) del
      *            semestre pedido (variable de ambiente SUELSEM,
      *            AAAAS con S = 1 enero-junio o 2 julio-diciembre).
      *            Recorre la historia de corridas SUELHIS y los
      *            resguardos SUELHIS.AAAAMMDD del catalogo SUELHCAT
      *            que caen en el semestre; para cada legajo toma la
      *            mitad del mejor sueldo mensual del semestre,
      *            proporcional a los dias trabajados si ingreso
      *            dentro del semestre, y le aplica los conceptos de
      *            DEDUCCIO. Emite un archivo de pagos por empresa
      *            (SUELSBP + codigo) con cabecera, detalle y
      *            trailer de control, la salida contable por
      *            empresa (SUELSDP + codigo, layout de SUELDOC),
      *            ambos pendientes de liberacion, los asientos
      *            balanceados SUELSASI, el recibo de SAC SUELSREC,
      *            el listado de la liquidacion SUELSACL y el
      *            registro de auditoria de la corrida en SUELAUD
      *            identificado como corrida de SAC, seguido de un
      *            registro 'PEN' por archivo de pagos pendiente.
      *            Deja por empresa, tambien pendiente de liberacion
      *            (SUELSHP + codigo), un registro de pago de SAC
      *            (tipo 'S') por legajo pagado, que SUELBLIB agrega
      *            a SUELHIS al liberar el archivo de pagos: asi la
      *            liquidacion final no vuelve a pagar el SAC del
      *            semestre y este programa no lo paga dos veces.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial de la liquidacion del SAC.
      *  - Marca de liquidacion final al final del registro de
      *    historia: una baja liquidada dentro del semestre ya cobro
      *    su SAC proporcional y no se vuelve a pagar, aunque el
      *    maestro todavia no tenga la baja.
      *  - El maestro de legajos se controla al cargarlo: debe leerse
      *    hasta el final y venir en orden ascendente de legajo, ya
      *    que la busqueda corta al pasar el legajo buscado.
      *  - Los archivos de pagos y las salidas contables del SAC
      *    quedan pendientes de liberacion (SUELSBP y SUELSDP +
      *    codigo) con un registro 'PEN' por archivo en SUELAUD;
      *    SUELBLIB, aprobada por otro usuario, genera los SUELSBC y
      *    SUELSDC que se transmiten.
      *  - Registro de pago de SAC en la historia (tipo 'S', con el
      *    semestre y los dias en lugar de las novedades) por cada
      *    legajo pagado; no es una corrida y no cuenta para el
      *    mejor sueldo de un semestre.
      *  - El registro de pago de SAC queda pendiente por empresa
      *    (SUELSHP + codigo) junto al archivo de pagos y SUELBLIB lo
      *    agrega a la historia al liberarlo; un SAC rechazado o no
      *    liberado no figura como pagado.
      *  - Un legajo con pago de SAC del semestre en la historia no
      *    se vuelve a pagar (se lista como SAC ya pagado); los
      *    resguardos se leen hasta la fecha de la corrida para
      *    encontrar esos pagos.
      *  - La corrida se frena, antes de abrir ninguna salida, si un
      *    archivo de pagos del SAC todavia espera la liberacion; uno
      *    rechazado en la liberacion se reemplaza con aviso.
      *  - Los totales de retenciones por concepto arrancan en cero
      *    (partidas haber del asiento).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELSAC.
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

           SELECT FD-MAESTRO      ASSIGN TO "LEGAJOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MAESTRO.

           SELECT FD-DEDUCCIONES  ASSIGN TO "DEDUCCIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEDUCCIONES.

           SELECT FD-EMPRESAS     ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EMPRESAS.

           SELECT FD-CUENTAS      ASSIGN TO "CUENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CUENTAS.

           SELECT FD-BANCO-EMP    ASSIGN USING WSV-ARCHIVO-BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO-EMP.

           SELECT FD-SALIDA-EMP   ASSIGN USING WSV-ARCHIVO-CONTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-SALIDA-EMP.

           SELECT FD-HIST-PEND    ASSIGN USING WSV-ARCHIVO-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIST-PEND.

           SELECT FD-ASIENTOS     ASSIGN TO "SUELSASI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ASIENTOS.

           SELECT FD-RECIBOS      ASSIGN TO "SUELSREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RECIBOS.

           SELECT FD-REPORTE      ASSIGN TO "SUELSACL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPORTE.

           SELECT FD-AUDITORIA    ASSIGN TO "SUELAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDITORIA.

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

      * Mismo layout que FD-MAESTRO-REC de SUELMAES.
       FD  FD-MAESTRO
           LABEL RECORDS ARE STANDARD.
       01  FD-MAESTRO-REC               PIC X(84).

      * Parametros de deducciones: concepto (6) y porcentaje en
      * centesimas (4), los mismos que aplica SUELDOS.
       FD  FD-DEDUCCIONES
           LABEL RECORDS ARE STANDARD.
       01  FD-DEDUCCION-REC.
           05  FD-DED-CONCEPTO          PIC X(06).
           05  FD-DED-PORCENTAJE        PIC X(04).

       FD  FD-EMPRESAS
           LABEL RECORDS ARE STANDARD.
       01  FD-EMPRESA-REC.
           05  FD-EMP-CODIGO            PIC X(03).
           05  FD-EMP-NOMBRE            PIC X(30).
           05  FD-EMP-CONVENIO          PIC X(10).

       FD  FD-CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUENTA-REC.
           05  FD-CTA-TIPO              PIC X(01).
           05  FD-CTA-CLAVE             PIC X(06).
           05  FD-CTA-CUENTA            PIC X(08).

      * Archivo de pagos del SAC de una empresa, pendiente de
      * liberacion (SUELSBP + codigo): cabecera 'H', transferencias
      * 'D' y trailer 'T', con el mismo formato que el archivo de
      * pagos mensual SUELBCO.
       FD  FD-BANCO-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-EMP-REC             PIC X(41).

      * Salida contable del SAC de una empresa, pendiente de
      * liberacion (SUELSDP + codigo), con el layout de
      * FD-SALIDA-REC de SUELDOS.
       FD  FD-SALIDA-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-SALIDA-EMP-REC            PIC X(116).

      * Registros de pago de SAC de una empresa, pendientes de
      * liberacion (SUELSHP + codigo), con el layout de
      * FD-HISTORIA-REC de SUELDOS. SUELBLIB los agrega a SUELHIS
      * al liberar el archivo de pagos de la empresa.
       FD  FD-HIST-PEND
           LABEL RECORDS ARE STANDARD.
       01  FD-HIST-PEND-REC             PIC X(125).

       FD  FD-ASIENTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-ASIENTO-REC.
           05  FD-ASI-FECHA             PIC X(08).
           05  FD-ASI-TIPO              PIC X(01).
           05  FD-ASI-CUENTA            PIC X(08).
           05  FD-ASI-CONCEPTO          PIC X(20).
           05  FD-ASI-IMPORTE           PIC 9(12).

       FD  FD-RECIBOS
           LABEL RECORDS ARE STANDARD.
       01  FD-RECIBO-REC                PIC X(80).

       FD  FD-REPORTE
           LABEL RECORDS ARE STANDARD.
       01  FD-REPORTE-REC               PIC X(132).

       FD  FD-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-HIS-ARCHIVO       PIC X(02) VALUE '00'.
           01  WSV-FS-CATALOGO          PIC X(02) VALUE '00'.
           01  WSV-FS-MAESTRO           PIC X(02) VALUE '00'.
           01  WSV-FS-DEDUCCIONES       PIC X(02) VALUE '00'.
           01  WSV-FS-EMPRESAS          PIC X(02) VALUE '00'.
           01  WSV-FS-CUENTAS           PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO-EMP         PIC X(02) VALUE '00'.
           01  WSV-FS-SALIDA-EMP        PIC X(02) VALUE '00'.
           01  WSV-FS-HIST-PEND         PIC X(02) VALUE '00'.
           01  WSV-FS-ASIENTOS          PIC X(02) VALUE '00'.
           01  WSV-FS-RECIBOS           PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE           PIC X(02) VALUE '00'.
           01  WSV-FS-AUDITORIA         PIC X(02) VALUE '00'.

           01  WSC-CONSTANTES.
               05  WSC-EMPRESA-ORIGEN       PIC X(30)
                             VALUE 'TALLER DE SISTEMAS S.A.'.
               05  WSC-TIPO-CORRIDA-SAC     PIC X(03) VALUE 'SAC'.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-LEGAJO-HALLADO       PIC X(01) VALUE 'N'.
                   88  WSS-LEGAJO-HALLADO      VALUE 'S'.
                   88  WSS-LEGAJO-NO-HALLADO   VALUE 'N'.
               05  WSV-SW-MAESTRO-HALLADO      PIC X(01) VALUE 'N'.
                   88  WSS-MAESTRO-HALLADO     VALUE 'S'.
                   88  WSS-MAESTRO-NO-HALLADO  VALUE 'N'.
                   88  WSS-MAESTRO-CORTADO     VALUE 'C'.
               05  WSV-SW-EMPRESA-HALLADA      PIC X(01) VALUE 'N'.
                   88  WSS-EMPRESA-HALLADA     VALUE 'S'.
                   88  WSS-EMPRESA-NO-HALLADA  VALUE 'N'.
               05  WSV-SW-DEPTO-HALLADO        PIC X(01) VALUE 'N'.
                   88  WSS-DEPTO-HALLADO       VALUE 'S'.
                   88  WSS-DEPTO-NO-HALLADO    VALUE 'N'.
               05  WSV-SW-CUENTA-HALLADA       PIC X(01) VALUE 'N'.
                   88  WSS-CUENTA-HALLADA      VALUE 'S'.
                   88  WSS-CUENTA-NO-HALLADA   VALUE 'N'.
               05  WSV-SW-BISIESTO             PIC X(01) VALUE 'N'.
                   88  WSS-ANIO-BISIESTO       VALUE 'S'.
                   88  WSS-ANIO-COMUN          VALUE 'N'.
               05  WSV-SW-TRUNCADO             PIC X(01) VALUE 'N'.
                   88  WSS-LIQUIDACION-TRUNCADA VALUE 'S'.
               05  WSV-SW-DED-EXCESO           PIC X(01) VALUE 'N'.
                   88  WSS-DED-EXCESO          VALUE 'S'.

      * Datos de la corrida.
           01  WSV-FECHA-CORRIDA        PIC X(08).
           01  WSV-HORA-CORRIDA         PIC X(06).
           01  WSV-USUARIO-CORRIDA      PIC X(08) VALUE SPACES.

      * Semestre pedido (variable de ambiente SUELSEM, AAAAS) y su
      * rango de fechas de corrida, con la cantidad de dias del
      * semestre para el proporcional de los ingresos del periodo.
           01  WSV-SEMESTRE-PEDIDO.
               05  WSV-SP-ANIO          PIC X(04).
               05  WSV-SP-NRO           PIC X(01).
                   88  WSS-PRIMER-SEMESTRE  VALUE '1'.
                   88  WSS-SEGUNDO-SEMESTRE VALUE '2'.
           01  WSV-SEMESTRE-TEXTO       PIC X(06) VALUE SPACES.
           01  WSV-SEM-DESDE            PIC X(08) VALUE SPACES.
           01  WSV-SEM-HASTA            PIC X(08) VALUE SPACES.
           01  WSV-DIA-ANIO-DESDE       PIC 9(03) VALUE 0.
           01  WSV-DIA-ANIO-HASTA       PIC 9(03) VALUE 0.
           01  WSV-DIAS-SEMESTRE        PIC 9(03) VALUE 0.

      * Fecha en calculo (inicio o fin de semestre, fecha de
      * ingreso) y su dia del ano. Los dias acumulados al inicio de
      * cada mes son los de un ano comun; el bisiesto suma uno
      * desde marzo, con la misma regla que SUELDOS (multiplo de 4
      * que no sea de 100, salvo multiplo de 400).
           01  WSV-FECHA-CALC.
               05  WSV-FK-ANIO          PIC 9(04).
               05  WSV-FK-MES           PIC 9(02).
               05  WSV-FK-DIA           PIC 9(02).
           01  WSV-FECHA-CALC-X REDEFINES WSV-FECHA-CALC
                                        PIC X(08).
           01  WSV-DIA-ANIO             PIC 9(03) VALUE 0.
           01  WSV-DIA-TOPE-MES         PIC 9(02) VALUE 0.
           01  WSV-BIS-COCIENTE         PIC 9(04) VALUE 0.
           01  WSV-BIS-RESTO-4          PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-100        PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-400        PIC 9(03) VALUE 0.
           01  WSC-DIAS-ACUMULADOS.
               05  FILLER               PIC X(36) VALUE
                   '000031059090120151181212243273304334'.
           01  FILLER REDEFINES WSC-DIAS-ACUMULADOS.
               05  WSC-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Imagen del registro de historia. Mismo layout que
      * FD-HISTORIA-REC de SUELDOS, con la vista de pago de SAC del
      * bloque de novedades (semestre AAAAS y dias liquidados).
           01  WSV-REG-HISTORIA.
               05  WSV-RH-FECHA         PIC X(08).
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
               05  WSV-RH-PAGO-SAC REDEFINES WSV-RH-NOVEDADES.
                   10  WSV-RH-SAC-SEMESTRE  PIC X(05).
                   10  WSV-RH-SAC-DIAS      PIC 9(03).
                   10  FILLER               PIC X(24).
               05  WSV-RH-TIPO          PIC X(01).
                   88  WSS-RH-LIQ-FINAL     VALUE 'F'.
                   88  WSS-RH-PAGO-SAC      VALUE 'S'.

      * Catalogo de resguardos de historia. Solo se leen los
      * resguardos cuyo rango de fechas toca el semestre.
           01  WSV-TABLA-CATALOGO.
               05  WSV-CANT-CATALOGO    PIC 9(03) VALUE 0.
               05  WSV-CAT-ENT OCCURS 200 TIMES.
                   10  WSV-CAT-ARCHIVO      PIC X(16).
                   10  WSV-CAT-DESDE        PIC X(08).
                   10  WSV-CAT-HASTA        PIC X(08).
           01  WSV-IDX-CAT              PIC 9(03) VALUE 0.
           01  WSV-ARCHIVO-HIS-ARCH     PIC X(16) VALUE SPACES.
           01  WSV-CANT-RESGUARDOS      PIC 9(03) VALUE 0.

      * Maestro de legajos cargado en memoria, en el orden del
      * archivo (legajo ascendente): CBU, empresa, fecha de ingreso
      * y estado vigentes de cada persona.
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
                       88  WSS-MAE-BAJA     VALUE 'B'.
                   10  WSV-MAE-FECHA-BAJA   PIC X(08).
           01  WSV-IDX-MAE              PIC 9(05) VALUE 0.
           01  WSV-MAE-LEGAJO-ANTERIOR  PIC 9(08) VALUE 0.

      * Legajos con corridas en el semestre: mejor sueldo mensual,
      * datos de la corrida mas reciente (nombre, departamento y
      * categoria) y el resultado de la liquidacion. El estado
      * queda en 'P' pagado o en el motivo por el que no se paga.
           01  WSV-TABLA-SAC.
               05  WSV-CANT-LEGAJOS     PIC 9(05) VALUE 0.
               05  WSV-LS-ENT OCCURS 20000 TIMES.
                   10  WSV-LS-LEGAJO        PIC 9(08).
                   10  WSV-LS-NOMBRE        PIC X(30).
                   10  WSV-LS-DEPTO         PIC X(04).
                   10  WSV-LS-CATEGORIA     PIC X(06).
                   10  WSV-LS-FECHA-ULT     PIC X(08).
                   10  WSV-LS-CORRIDAS      PIC 9(03).
                   10  WSV-LS-MEJOR         PIC 9(06).
                   10  WSV-LS-EMPRESA       PIC X(03).
                   10  WSV-LS-CBU           PIC X(22).
                   10  WSV-LS-DIAS          PIC 9(03).
                   10  WSV-LS-BRUTO         PIC 9(06).
                   10  WSV-LS-DED           PIC 9(06).
                   10  WSV-LS-NETO          PIC 9(06).
                   10  WSV-LS-LIQ-FINAL     PIC X(01).
                       88  WSS-LS-CON-LIQ-FINAL VALUE 'S'.
                   10  WSV-LS-SAC-PREVIO    PIC X(01).
                       88  WSS-LS-CON-SAC-PREVIO VALUE 'S'.
                   10  WSV-LS-ESTADO        PIC X(01).
                       88  WSS-LS-PAGADO        VALUE 'P'.
                       88  WSS-LS-SIN-MAESTRO   VALUE 'M'.
                       88  WSS-LS-BAJA          VALUE 'B'.
                       88  WSS-LS-SIN-CBU       VALUE 'C'.
                       88  WSS-LS-INGRESO-MAL   VALUE 'I'.
                       88  WSS-LS-SIN-IMPORTE   VALUE 'Z'.
                       88  WSS-LS-SIN-EMPRESA   VALUE 'E'.
                       88  WSS-LS-SAC-YA-PAGADO VALUE 'S'.
           01  WSV-IDX-LEG              PIC 9(05) VALUE 0.
           01  WSV-IDX-BUSQ             PIC 9(05) VALUE 0.

      * Tabla de deducciones legales (ver 12D-CARGAR-DEDUCCIONES
      * de SUELDOS: mismos conceptos, topes y valores por defecto).
           01  WSC-TABLA-DEDUCCIONES.
               05  WSC-DEDUCCION OCCURS 5 TIMES
                                 INDEXED BY WSC-IDX-DED.
                   10  WSC-DED-CODIGO   PIC X(06).
                   10  WSC-DED-PORC     PIC 9(04).
           01  WSC-CANT-DEDUCCIONES     PIC 9(02) VALUE 0.

           01  WSC-DEDUCCIONES-DEFAULT.
               05  FILLER               PIC X(10) VALUE 'JUBILA1100'.
               05  FILLER               PIC X(10) VALUE 'OBRASO0300'.
               05  FILLER               PIC X(10) VALUE 'GANANC0500'.
           01  FILLER REDEFINES WSC-DEDUCCIONES-DEFAULT.
               05  WSC-DED-DEF OCCURS 3 TIMES.
                   10  WSC-DED-DEF-CODIGO  PIC X(06).
                   10  WSC-DED-DEF-PORC    PIC 9(04).
           01  WSV-IDX-DED-DEF          PIC 9(02) VALUE 0.
           01  WSV-SUMA-PORC-DED        PIC 9(06) VALUE 0.

      * Desglose de las deducciones del legajo en proceso para el
      * recibo de SAC.
           01  WSV-DETALLE-DEDUCCIONES.
               05  WSV-DET-DED OCCURS 5 TIMES.
                   10  WSV-DD-CODIGO    PIC X(06).
                   10  WSV-DD-PORC      PIC 9(04).
                   10  WSV-DD-IMPORTE   PIC 9(06).
           01  WSV-NRO-DED              PIC 9(02) VALUE 0.
           01  WSV-IMPORTE-DEDUCCION    PIC 9(06) VALUE 0.

      * Referencia de empresas (razon social de la cabecera del
      * archivo de pagos y del recibo).
           01  WSC-TABLA-EMPRESAS.
               05  WSC-EMPRESA-ENT OCCURS 5 TIMES.
                   10  WSC-EMP-CODIGO   PIC X(03).
                   10  WSC-EMP-NOMBRE   PIC X(30).
                   10  WSC-EMP-CONVENIO PIC X(10).
           01  WSC-CANT-EMPRESAS        PIC 9(02) VALUE 0.
           01  WSV-IDX-EMP-REF          PIC 9(02) VALUE 0.
           01  WSV-EMPRESA-AUX          PIC X(03) VALUE SPACES.
           01  WSV-EMPRESA-NOMBRE-AUX   PIC X(30) VALUE SPACES.

      * Mapeo de cuentas contables (ver 12K-CARGAR-CUENTAS de
      * SUELDOS). Sin archivo de cuentas no se generan asientos.
           01  WSC-TABLA-CUENTAS.
               05  WSC-CUENTA-ENT OCCURS 30 TIMES.
                   10  WSC-CTA-TIPO     PIC X(01).
                   10  WSC-CTA-CLAVE    PIC X(06).
                   10  WSC-CTA-CUENTA   PIC X(08).
           01  WSC-CANT-CUENTAS         PIC 9(02) VALUE 0.
           01  WSC-CUENTA-SIN-MAPEO     PIC X(08) VALUE '99999999'.
           01  WSV-IDX-CTA              PIC 9(02) VALUE 0.
           01  WSV-CTA-TIPO-BUSQ        PIC X(01) VALUE SPACE.
           01  WSV-CTA-CLAVE-BUSQ       PIC X(06) VALUE SPACES.
           01  WSV-CTA-CUENTA-AUX       PIC X(08) VALUE SPACES.
           01  WSV-ASI-DEBE             PIC 9(12) VALUE 0.
           01  WSV-ASI-HABER            PIC 9(12) VALUE 0.

      * Totales del SAC por empresa pagadora: de ellos salen el
      * trailer de cada archivo de pagos y los totales del listado.
           01  WSV-TOTALES-EMPRESA.
               05  WSV-CANT-EMPRESAS-TOT PIC 9(02) VALUE 0.
               05  WSV-TOT-EMPRESA OCCURS 5 TIMES.
                   10  WSV-TE-CODIGO    PIC X(03).
                   10  WSV-TE-PAGADOS   PIC 9(06).
                   10  WSV-TE-BRUTO     PIC 9(12).
                   10  WSV-TE-DEDUCCIONES PIC 9(12).
                   10  WSV-TE-NETO      PIC 9(12).
           01  WSV-IDX-TE               PIC 9(02) VALUE 0.

      * Bruto del SAC por departamento, para las partidas debe del
      * asiento.
           01  WSV-TOTALES-DEPTO.
               05  WSV-CANT-DEPTOS-TOT  PIC 9(02) VALUE 0.
               05  WSV-TOT-DEPTO OCCURS 20 TIMES.
                   10  WSV-TD-CODIGO    PIC X(04).
                   10  WSV-TD-BRUTO     PIC 9(12).
           01  WSV-IDX-TD               PIC 9(02) VALUE 0.

      * Totales del SAC por concepto de deduccion, en paralelo a
      * WSC-TABLA-DEDUCCIONES, para las partidas de retenciones.
           01  WSV-TOTALES-DED-CONC.
               05  WSV-TOT-DED-CONC OCCURS 5 TIMES PIC 9(12).

      * Totales generales de la corrida.
           01  WSV-TOT-HIS-LEIDOS       PIC 9(07) VALUE 0.
           01  WSV-TOT-HIS-SEMESTRE     PIC 9(07) VALUE 0.
           01  WSV-TOT-PAGADOS          PIC 9(06) VALUE 0.
           01  WSV-TOT-NO-PAGADOS       PIC 9(06) VALUE 0.
           01  WSV-TOT-YA-PAGADOS       PIC 9(06) VALUE 0.
           01  WSV-TOT-PROPORCIONALES   PIC 9(06) VALUE 0.
           01  WSV-TOT-BRUTO            PIC 9(12) VALUE 0.
           01  WSV-TOT-DEDUCCIONES      PIC 9(12) VALUE 0.
           01  WSV-TOT-NETO             PIC 9(12) VALUE 0.

      * Registros del archivo de pagos al banco (mismo formato que
      * los de SUELDOS). El hash del trailer es la suma de los
      * importes transferidos.
           01  WSV-REG-BCO-CABECERA.
               05  FILLER               PIC X(01) VALUE 'H'.
               05  WSV-BH-FECHA         PIC X(08).
               05  WSV-BH-EMPRESA       PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.

           01  WSV-REG-BCO-DETALLE.
               05  FILLER               PIC X(01) VALUE 'D'.
               05  WSV-BD-LEGAJO        PIC 9(08).
               05  WSV-BD-CBU           PIC X(22).
               05  WSV-BD-IMPORTE       PIC 9(10).

           01  WSV-REG-BCO-TRAILER.
               05  FILLER               PIC X(01) VALUE 'T'.
               05  WSV-BT-CANTIDAD      PIC 9(06).
               05  WSV-BT-HASH          PIC 9(12).
               05  FILLER               PIC X(22) VALUE SPACES.

           01  WSV-ARCHIVO-BANCO        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-CONTA        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-HIST         PIC X(10) VALUE SPACES.

      * Ultima decision de la bitacora sobre cada archivo de pagos
      * del SAC ('PEN' generado, 'APR' liberado, 'RCH' rechazado),
      * para no reemplazar uno que espera la liberacion.
           01  WSV-TABLA-LIBERACION.
               05  WSV-CANT-LIBERACION  PIC 9(02) VALUE 0.
               05  WSV-LIB-ENT OCCURS 30 TIMES.
                   10  WSV-LIB-NOMBRE       PIC X(10).
                   10  WSV-LIB-ESTADO       PIC X(03).
                       88  WSS-LIB-LIBERADO     VALUE 'APR'.
                       88  WSS-LIB-RECHAZADO    VALUE 'RCH'.
           01  WSV-IDX-LIB              PIC 9(02) VALUE 0.
           01  WSV-NOMBRE-BUSQ          PIC X(10) VALUE SPACES.
           01  WSV-CANT-PAGOS-PEND      PIC 9(06) VALUE 0.
           01  WSV-SW-LIBERACION        PIC X(01) VALUE 'N'.
               88  WSS-LIB-HALLADO      VALUE 'S'.
               88  WSS-LIB-NO-HALLADO   VALUE 'N'.

      * Vista del registro de la bitacora de auditoria para leer las
      * decisiones de liberacion (ver WSV-REG-AUDITORIA de
      * SUELBLIB): archivo a transmitir y tipo de registro.
           01  WSV-REG-AUDITORIA.
               05  FILLER               PIC X(66).
               05  WSV-RA-VERSION       PIC X(10).
               05  FILLER               PIC X(01).
               05  WSV-RA-TIPO          PIC X(03).
                   88  WSS-RA-LIBERACION    VALUE 'PEN' 'APR' 'RCH'.
               05  FILLER               PIC X(20).

      * Registro de la salida contable. Mismo layout que
      * FD-SALIDA-REC de SUELDOS: el SAC va como sueldo del
      * registro, sin anual, bono ni novedades.
           01  WSV-REG-CONTA.
               05  WSV-SC-LEGAJO        PIC 9(08).
               05  WSV-SC-NOMBRE        PIC X(30).
               05  WSV-SC-DEPTO         PIC X(04).
               05  WSV-SC-CATEGORIA     PIC X(06).
               05  WSV-SC-SUELDO        PIC 9(06).
               05  WSV-SC-ANUAL         PIC 9(08).
               05  WSV-SC-BONO          PIC 9(07).
               05  WSV-SC-DEDUCCIONES   PIC 9(06).
               05  WSV-SC-NETO          PIC 9(06).
               05  WSV-SC-EMPRESA       PIC X(03).
               05  WSV-SC-NOVEDADES     PIC 9(32).

      * Lineas del recibo de SAC (80 posiciones), al estilo del
      * recibo de sueldo de SUELDOS.
           01  WSV-LINEA-REC-BORDE      PIC X(80) VALUE ALL '='.
           01  WSV-LINEA-REC-RAYA       PIC X(80) VALUE ALL '-'.
           01  WSV-LINEA-REC-BLANCO     PIC X(80) VALUE SPACES.

           01  WSV-LINEA-REC-TITULO.
               05  FILLER               PIC X(20)
                                         VALUE 'RECIBO DE S.A.C.'.
               05  WSV-RB-EMPRESA       PIC X(30).
               05  FILLER               PIC X(30) VALUE SPACES.

           01  WSV-LINEA-REC-FECHA.
               05  FILLER               PIC X(15)
                                         VALUE 'FECHA DE PAGO: '.
               05  WSV-RB-FECHA         PIC X(08).
               05  FILLER               PIC X(13)
                                         VALUE '   SEMESTRE: '.
               05  WSV-RB-SEMESTRE      PIC X(06).
               05  FILLER               PIC X(38) VALUE SPACES.

           01  WSV-LINEA-REC-PERSONA.
               05  FILLER               PIC X(08) VALUE 'LEGAJO: '.
               05  WSV-RB-LEGAJO        PIC 9(08).
               05  FILLER               PIC X(11) VALUE '   NOMBRE: '.
               05  WSV-RB-NOMBRE        PIC X(30).
               05  FILLER               PIC X(23) VALUE SPACES.

           01  WSV-LINEA-REC-PUESTO.
               05  FILLER               PIC X(08) VALUE 'DEPTO : '.
               05  WSV-RB-DEPTO         PIC X(04).
               05  FILLER               PIC X(14)
                                         VALUE '   CATEGORIA: '.
               05  WSV-RB-CATEGORIA     PIC X(06).
               05  FILLER               PIC X(48) VALUE SPACES.

           01  WSV-LINEA-REC-IMPORTE.
               05  WSV-RI-TEXTO         PIC X(30).
               05  FILLER               PIC X(41) VALUE SPACES.
               05  WSV-RI-IMPORTE       PIC Z,ZZZ,ZZ9.

           01  WSV-LINEA-REC-SUBTIT.
               05  FILLER               PIC X(12)
                                         VALUE 'DEDUCCIONES:'.
               05  FILLER               PIC X(68) VALUE SPACES.

           01  WSV-LINEA-REC-CONCEPTO.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RC-CODIGO        PIC X(06).
               05  FILLER               PIC X(03) VALUE SPACES.
               05  WSV-RC-PORC          PIC ZZ9.99.
               05  FILLER               PIC X(02) VALUE ' %'.
               05  FILLER               PIC X(52) VALUE SPACES.
               05  WSV-RC-IMPORTE       PIC Z,ZZZ,ZZ9.
           01  WSV-RC-PORC-AUX          PIC 9(03)V99 VALUE 0.

      * Lineas del listado de la liquidacion.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(10) VALUE 'LEGAJO'.
               05  FILLER               PIC X(27) VALUE 'NOMBRE'.
               05  FILLER               PIC X(06) VALUE 'DEPTO'.
               05  FILLER               PIC X(08) VALUE 'CATEG'.
               05  FILLER               PIC X(05) VALUE 'EMP'.
               05  FILLER               PIC X(05) VALUE 'COR'.
               05  FILLER               PIC X(09) VALUE '  MEJOR'.
               05  FILLER               PIC X(05) VALUE 'DIAS'.
               05  FILLER               PIC X(09) VALUE '  BRUTO'.
               05  FILLER               PIC X(09) VALUE '  DEDUC'.
               05  FILLER               PIC X(09) VALUE '   NETO'.
               05  FILLER               PIC X(30) VALUE 'OBSERVACION'.

           01  WSV-LINEA-DETALLE.
               05  WSV-LD-LEGAJO        PIC 9(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-NOMBRE        PIC X(25).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-DEPTO         PIC X(04).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-CATEGORIA     PIC X(06).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-EMPRESA       PIC X(03).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-CORRIDAS      PIC ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-MEJOR         PIC ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-DIAS          PIC ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-BRUTO         PIC ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-DED           PIC ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-NETO          PIC ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-OBSERVACION   PIC X(30).

           01  WSV-LINEA-TIT-EMPRESAS.
               05  FILLER               PIC X(30)
                                 VALUE '** TOTALES POR EMPRESA'.
               05  FILLER               PIC X(102) VALUE SPACES.

           01  WSV-LINEA-EMPRESA.
               05  FILLER               PIC X(08) VALUE 'EMPRESA '.
               05  WSV-LE-CODIGO        PIC X(03).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LE-NOMBRE        PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(08) VALUE 'PAGADOS '.
               05  WSV-LE-PAGADOS       PIC ZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE 'BRUTO '.
               05  WSV-LE-BRUTO         PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE 'DEDUC '.
               05  WSV-LE-DEDUCCIONES   PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(05) VALUE 'NETO '.
               05  WSV-LE-NETO          PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(05) VALUE SPACES.

           01  WSV-LINEA-RESUMEN.
               05  WSV-LR-TEXTO         PIC X(32).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LR-CANTIDAD      PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(83) VALUE SPACES.

           01  WSV-LINEA-TRUNCADO.
               05  FILLER               PIC X(45) VALUE
                   '** ATENCION: LIQUIDACION TRUNCADA POR CANTIDA'.
               05  FILLER               PIC X(12) VALUE 'D DE LEGAJOS'.
               05  FILLER               PIC X(75) VALUE SPACES.

      * Registro de auditoria de la corrida: mismo layout que
      * WSV-LINEA-AUDITORIA de SUELDOS, con el tipo de corrida
      * 'SAC' y la version con el semestre liquidado. Procesados
      * son los legajos pagados, rechazados los no pagados y el
      * total anual lleva el bruto del SAC.
           01  WSV-LINEA-AUDITORIA.
               05  WSV-AUD-FECHA        PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-HORA         PIC X(06).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-USUARIO      PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-PROCESADOS   PIC ZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-RECHAZADOS   PIC ZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TOT-ANUAL    PIC ZZZZZZZZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TOT-BONO     PIC ZZZZZZZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-VERSION      PIC X(10).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TIPO         PIC X(03).
               05  FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-HISTORIA.
           PERFORM 30-LIQUIDAR.
           PERFORM 40-GENERAR-ARCHIVOS.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma el semestre del ambiente y arma su rango de fechas,
      * carga las referencias, el maestro y el catalogo de
      * resguardos, controla los archivos de pagos pendientes y
      * abre el listado y los recibos.
      *----------------------------------------------------------------
       10-INICIO.
           INITIALIZE WSV-TOTALES-DED-CONC.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-CORRIDA FROM TIME.
           ACCEPT WSV-USUARIO-CORRIDA FROM ENVIRONMENT "USER".
           ACCEPT WSV-SEMESTRE-PEDIDO FROM ENVIRONMENT "SUELSEM".
           IF WSV-SP-ANIO IS NOT NUMERIC
            OR WSV-SP-ANIO < '1900'
            OR NOT (WSS-PRIMER-SEMESTRE OR WSS-SEGUNDO-SEMESTRE)
               DISPLAY "INDICAR EL SEMESTRE A LIQUIDAR EN LA "
                       "VARIABLE DE AMBIENTE SUELSEM (AAAAS, S = 1 "
                       "O 2)"
               STOP RUN
           END-IF.
           PERFORM 11-ARMAR-SEMESTRE.
           PERFORM 12D-CARGAR-DEDUCCIONES.
           PERFORM 12O-CARGAR-EMPRESAS.
           PERFORM 12K-CARGAR-CUENTAS.
           PERFORM 12S-CARGAR-MAESTRO.
           PERFORM 13-CARGAR-CATALOGO.
           PERFORM 17-CONTROLAR-PENDIENTES.
           OPEN OUTPUT FD-REPORTE.
           IF WSV-FS-REPORTE NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO LISTADO DEL SAC, "
                       "STATUS " WSV-FS-REPORTE
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-RECIBOS.
           IF WSV-FS-RECIBOS NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO RECIBOS DEL SAC, "
                       "STATUS " WSV-FS-RECIBOS
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "LIQUIDACION DEL SUELDO ANUAL COMPLEMENTARIO - "
                      DELIMITED BY SIZE
                  "SEMESTRE " DELIMITED BY SIZE
                  WSV-SEMESTRE-TEXTO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WSV-SEM-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WSV-SEM-HASTA DELIMITED BY SIZE
                  ") - FECHA DE PAGO " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCAB-COL.
       10-INICIO-END.
       EXIT.

      *----------------------------------------------------------------
      * Arma el rango de fechas del semestre y cuenta sus dias por
      * diferencia de dias del ano (181 o 182 el primero segun el
      * ano sea bisiesto, 184 el segundo).
      *----------------------------------------------------------------
       11-ARMAR-SEMESTRE.
           MOVE SPACES TO WSV-SEMESTRE-TEXTO.
           STRING WSV-SP-ANIO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WSV-SP-NRO DELIMITED BY SIZE
                  INTO WSV-SEMESTRE-TEXTO.
           MOVE SPACES TO WSV-SEM-DESDE.
           MOVE SPACES TO WSV-SEM-HASTA.
           IF WSS-PRIMER-SEMESTRE
               STRING WSV-SP-ANIO '0101' DELIMITED BY SIZE
                      INTO WSV-SEM-DESDE
               STRING WSV-SP-ANIO '0630' DELIMITED BY SIZE
                      INTO WSV-SEM-HASTA
           ELSE
               STRING WSV-SP-ANIO '0701' DELIMITED BY SIZE
                      INTO WSV-SEM-DESDE
               STRING WSV-SP-ANIO '1231' DELIMITED BY SIZE
                      INTO WSV-SEM-HASTA
           END-IF.
           MOVE WSV-SEM-DESDE TO WSV-FECHA-CALC-X.
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-DESDE.
           MOVE WSV-SEM-HASTA TO WSV-FECHA-CALC-X.
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-HASTA.
           COMPUTE WSV-DIAS-SEMESTRE =
               WSV-DIA-ANIO-HASTA - WSV-DIA-ANIO-DESDE + 1.
           DISPLAY "LIQUIDACION DEL SAC DEL SEMESTRE "
                   WSV-SEMESTRE-TEXTO ": CORRIDAS DEL "
                   WSV-SEM-DESDE " AL " WSV-SEM-HASTA ", "
                   WSV-DIAS-SEMESTRE " DIAS".
       11-ARMAR-SEMESTRE-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la tabla de deducciones legales desde el archivo de
      * parametros, con las mismas reglas que SUELDOS: un juego que
      * supere el cien por ciento o traiga mas conceptos que la
      * tabla se descarta y se usan los valores por defecto.
      *----------------------------------------------------------------
       12D-CARGAR-DEDUCCIONES.
           OPEN INPUT FD-DEDUCCIONES.
           IF WSV-FS-DEDUCCIONES = '00'
               PERFORM 12E-LEER-DEDUCCION
                   UNTIL WSV-FS-DEDUCCIONES NOT = '00'
               CLOSE FD-DEDUCCIONES
               IF WSV-SUMA-PORC-DED > 9999
                   DISPLAY "DEDUCCIONES SUPERAN EL CIEN POR CIENTO, "
                           "SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-DEDUCCIONES
               END-IF
               IF WSS-DED-EXCESO
                   DISPLAY "DEDUCCIONES TRAE MAS CONCEPTOS QUE LOS "
                           "SOPORTADOS, SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-DEDUCCIONES
               END-IF
           ELSE
               DISPLAY "DEDUCCIONES NO DISPONIBLE, SE USAN VALORES "
                       "POR DEFECTO"
           END-IF.
           IF WSC-CANT-DEDUCCIONES = 0
               PERFORM 12F-CARGAR-DEDUCCION-DEFAULT
                   VARYING WSV-IDX-DED-DEF FROM 1 BY 1
                   UNTIL WSV-IDX-DED-DEF > 3
           END-IF.
       12D-CARGAR-DEDUCCIONES-END.
       EXIT.

       12E-LEER-DEDUCCION.
           READ FD-DEDUCCIONES
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-DED-PORCENTAJE IS NOT NUMERIC
                       DISPLAY "DEDUCCION INVALIDA PARA "
                               FD-DED-CONCEPTO
                               ", SE IGNORA EL CONCEPTO"
                   ELSE
                       IF WSC-CANT-DEDUCCIONES < 5
                           ADD 1 TO WSC-CANT-DEDUCCIONES
                           MOVE FD-DED-CONCEPTO TO
                               WSC-DED-CODIGO(WSC-CANT-DEDUCCIONES)
                           MOVE FD-DED-PORCENTAJE TO
                               WSC-DED-PORC(WSC-CANT-DEDUCCIONES)
                           ADD WSC-DED-PORC(WSC-CANT-DEDUCCIONES)
                               TO WSV-SUMA-PORC-DED
                       ELSE
                           DISPLAY "TABLA DE DEDUCCIONES LLENA, "
                                   "SOBRA EL CONCEPTO "
                                   FD-DED-CONCEPTO
                           SET WSS-DED-EXCESO TO TRUE
                       END-IF
                   END-IF
           END-READ.
       12E-LEER-DEDUCCION-END.
       EXIT.

       12F-CARGAR-DEDUCCION-DEFAULT.
           ADD 1 TO WSC-CANT-DEDUCCIONES.
           MOVE WSC-DED-DEF-CODIGO(WSV-IDX-DED-DEF)
               TO WSC-DED-CODIGO(WSC-CANT-DEDUCCIONES).
           MOVE WSC-DED-DEF-PORC(WSV-IDX-DED-DEF)
               TO WSC-DED-PORC(WSC-CANT-DEDUCCIONES).
       12F-CARGAR-DEDUCCION-DEFAULT-END.
       EXIT.

       12K-CARGAR-CUENTAS.
           OPEN INPUT FD-CUENTAS.
           IF WSV-FS-CUENTAS = '00'
               PERFORM 12L-LEER-CUENTA
                   UNTIL WSV-FS-CUENTAS NOT = '00'
               CLOSE FD-CUENTAS
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, NO SE GENERA EL "
                       "ARCHIVO DE ASIENTOS DEL SAC"
           END-IF.
       12K-CARGAR-CUENTAS-END.
       EXIT.

       12L-LEER-CUENTA.
           READ FD-CUENTAS
               AT END
                   CONTINUE
               NOT AT END
                   IF WSC-CANT-CUENTAS < 30
                       ADD 1 TO WSC-CANT-CUENTAS
                       MOVE FD-CTA-TIPO
                           TO WSC-CTA-TIPO(WSC-CANT-CUENTAS)
                       MOVE FD-CTA-CLAVE
                           TO WSC-CTA-CLAVE(WSC-CANT-CUENTAS)
                       MOVE FD-CTA-CUENTA
                           TO WSC-CTA-CUENTA(WSC-CANT-CUENTAS)
                   ELSE
                       DISPLAY "TABLA DE CUENTAS LLENA, SOBRA LA "
                               "CLAVE " FD-CTA-CLAVE
                   END-IF
           END-READ.
       12L-LEER-CUENTA-END.
       EXIT.

       12O-CARGAR-EMPRESAS.
           OPEN INPUT FD-EMPRESAS.
           IF WSV-FS-EMPRESAS = '00'
               PERFORM 12P-LEER-EMPRESA
                   UNTIL WSV-FS-EMPRESAS NOT = '00'
               CLOSE FD-EMPRESAS
           ELSE
               DISPLAY "EMPRESAS NO DISPONIBLE, CORRIDA "
                       "MONOEMPRESA CON " WSC-EMPRESA-ORIGEN
           END-IF.
       12O-CARGAR-EMPRESAS-END.
       EXIT.

       12P-LEER-EMPRESA.
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
       12P-LEER-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el maestro de legajos. A diferencia de la corrida
      * mensual, el SAC no tiene de donde tomar el CBU, la empresa
      * ni la fecha de ingreso si falta el maestro: sin maestro
      * completo, leido hasta el final y en orden ascendente de
      * legajo (la busqueda se corta en el primer legajo mayor) no
      * se liquida.
      *----------------------------------------------------------------
       12S-CARGAR-MAESTRO.
           MOVE 0 TO WSV-MAE-LEGAJO-ANTERIOR.
           OPEN INPUT FD-MAESTRO.
           IF WSV-FS-MAESTRO NOT = '00'
               DISPLAY "MAESTRO DE LEGAJOS NO DISPONIBLE, STATUS "
                       WSV-FS-MAESTRO ", NO SE LIQUIDA EL SAC"
               STOP RUN
           END-IF.
           PERFORM 12T-LEER-MAESTRO
               UNTIL WSV-FS-MAESTRO NOT = '00'.
           IF WSV-FS-MAESTRO NOT = '10'
               DISPLAY "ERROR FATAL LEYENDO MAESTRO DE LEGAJOS, "
                       "STATUS " WSV-FS-MAESTRO ", NO SE LIQUIDA EL SAC"
               STOP RUN
           END-IF.
           CLOSE FD-MAESTRO.
           DISPLAY "MAESTRO DE LEGAJOS CARGADO CON "
                   WSV-CANT-MAESTRO " LEGAJOS".
       12S-CARGAR-MAESTRO-END.
       EXIT.

       12T-LEER-MAESTRO.
           READ FD-MAESTRO
               AT END
                   CONTINUE
               NOT AT END
                   IF WSV-CANT-MAESTRO < 20000
                       ADD 1 TO WSV-CANT-MAESTRO
                       MOVE FD-MAESTRO-REC
                           TO WSV-MAE-ENT(WSV-CANT-MAESTRO)
                       IF WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                              IS NOT NUMERIC
                        OR WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                              NOT > WSV-MAE-LEGAJO-ANTERIOR
                           DISPLAY "MAESTRO DE LEGAJOS FUERA DE "
                                   "ORDEN O CON LEGAJO INVALIDO "
                                   "DESPUES DEL "
                                   WSV-MAE-LEGAJO-ANTERIOR
                           STOP RUN
                       END-IF
                       MOVE WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                           TO WSV-MAE-LEGAJO-ANTERIOR
                   ELSE
                       DISPLAY "MAESTRO DE LEGAJOS EXCEDE LAS 20000 "
                               "ENTRADAS, NO SE LIQUIDA EL SAC"
                       STOP RUN
                   END-IF
           END-READ.
       12T-LEER-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el catalogo de resguardos de historia que mantiene
      * SUELCIER. Sin catalogo solo se lee la historia en linea,
      * con aviso: alcanza mientras el semestre no se haya cerrado.
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
                               "200 ENTRADAS, NO SE LIQUIDA EL SAC"
                       STOP RUN
                   END-IF
           END-READ.
       13B-LEER-CATALOGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-DIA-ANIO el dia del ano de WSV-FECHA-CALC.
      *----------------------------------------------------------------
       14-DIA-DEL-ANIO.
           PERFORM 15-CONTROLAR-BISIESTO.
           COMPUTE WSV-DIA-ANIO =
               WSC-DIAS-ACUM(WSV-FK-MES) + WSV-FK-DIA.
           IF WSS-ANIO-BISIESTO AND WSV-FK-MES > 2
               ADD 1 TO WSV-DIA-ANIO
           END-IF.
       14-DIA-DEL-ANIO-END.
       EXIT.

       15-CONTROLAR-BISIESTO.
           SET WSS-ANIO-COMUN TO TRUE.
           DIVIDE WSV-FK-ANIO BY 4
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-4.
           DIVIDE WSV-FK-ANIO BY 100
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-100.
           DIVIDE WSV-FK-ANIO BY 400
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-400.
           IF WSV-BIS-RESTO-4 = 0
            AND (WSV-BIS-RESTO-100 NOT = 0
                 OR WSV-BIS-RESTO-400 = 0)
               SET WSS-ANIO-BISIESTO TO TRUE
           END-IF.
       15-CONTROLAR-BISIESTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-DIA-TOPE-MES el ultimo dia del mes de
      * WSV-FECHA-CALC; un mes fuera de rango deja el tope en cero.
      *----------------------------------------------------------------
       16-TOPE-DIA-DEL-MES.
           PERFORM 15-CONTROLAR-BISIESTO.
           EVALUATE WSV-FK-MES
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
                   IF WSS-ANIO-BISIESTO
                       MOVE 29 TO WSV-DIA-TOPE-MES
                   ELSE
                       MOVE 28 TO WSV-DIA-TOPE-MES
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WSV-DIA-TOPE-MES
           END-EVALUATE.
       16-TOPE-DIA-DEL-MES-END.
       EXIT.

      *----------------------------------------------------------------
      * Antes de abrir cualquier salida controla los archivos de
      * pagos del SAC que figuran en la bitacora. La liberacion
      * vacia el pendiente (SUELSBP + codigo) al pasarlo a SUELSBC,
      * asi que uno con transferencias todavia no fue liberado: si
      * la ultima decision no es un rechazo, ese SAC sigue esperando
      * aprobacion y reemplazarlo dejaria a sus legajos sin cobrar;
      * la corrida se frena. Uno rechazado en SUELBLIB se reemplaza
      * con aviso (sus pagos no quedaron registrados en la historia
      * y se vuelven a liquidar).
      *----------------------------------------------------------------
       17-CONTROLAR-PENDIENTES.
           OPEN INPUT FD-AUDITORIA.
           EVALUATE WSV-FS-AUDITORIA
               WHEN '00'
                   PERFORM 17B-LEER-BITACORA
                       UNTIL WSV-FS-AUDITORIA NOT = '00'
                   CLOSE FD-AUDITORIA
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "AUDITORIA, STATUS " WSV-FS-AUDITORIA
                   STOP RUN
           END-EVALUATE.
           PERFORM 17E-CONTAR-PENDIENTE
               VARYING WSV-IDX-LIB FROM 1 BY 1
               UNTIL WSV-IDX-LIB > WSV-CANT-LIBERACION.
       17-CONTROLAR-PENDIENTES-END.
       EXIT.

       17B-LEER-BITACORA.
           READ FD-AUDITORIA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FD-AUDIT-REC TO WSV-REG-AUDITORIA
                   IF WSS-RA-LIBERACION
                    AND WSV-RA-VERSION(1:7) = 'SUELSBC'
                       PERFORM 17C-UBICAR-ARCHIVO
                       IF WSS-LIB-HALLADO
                           MOVE WSV-RA-TIPO
                               TO WSV-LIB-ESTADO(WSV-IDX-LIB)
                       END-IF
                   END-IF
           END-READ.
       17B-LEER-BITACORA-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca el archivo del registro de la bitacora en la tabla de
      * liberaciones y lo da de alta si no esta.
      *----------------------------------------------------------------
       17C-UBICAR-ARCHIVO.
           MOVE WSV-RA-VERSION TO WSV-NOMBRE-BUSQ.
           SET WSS-LIB-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-LIB.
           PERFORM 17D-COMPARAR-ARCHIVO
               UNTIL WSV-IDX-LIB > WSV-CANT-LIBERACION
                  OR WSS-LIB-HALLADO.
           IF WSS-LIB-NO-HALLADO
               IF WSV-CANT-LIBERACION < 30
                   ADD 1 TO WSV-CANT-LIBERACION
                   MOVE WSV-CANT-LIBERACION TO WSV-IDX-LIB
                   MOVE WSV-NOMBRE-BUSQ TO WSV-LIB-NOMBRE(WSV-IDX-LIB)
                   SET WSS-LIB-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE LIBERACIONES LLENA, NO SE "
                           "CONTROLA " WSV-NOMBRE-BUSQ
               END-IF
           END-IF.
       17C-UBICAR-ARCHIVO-END.
       EXIT.

       17D-COMPARAR-ARCHIVO.
           IF WSV-LIB-NOMBRE(WSV-IDX-LIB) = WSV-NOMBRE-BUSQ
               SET WSS-LIB-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-LIB
           END-IF.
       17D-COMPARAR-ARCHIVO-END.
       EXIT.

      *----------------------------------------------------------------
      * Cuenta las transferencias del pendiente de un archivo no
      * liberado y frena la corrida si siguen esperando la
      * liberacion.
      *----------------------------------------------------------------
       17E-CONTAR-PENDIENTE.
           IF NOT WSS-LIB-LIBERADO(WSV-IDX-LIB)
               MOVE SPACES TO WSV-ARCHIVO-BANCO
               STRING 'SUELSBP' DELIMITED BY SIZE
                      WSV-LIB-NOMBRE(WSV-IDX-LIB)(8:3)
                          DELIMITED BY SPACE
                      INTO WSV-ARCHIVO-BANCO
               MOVE 0 TO WSV-CANT-PAGOS-PEND
               OPEN INPUT FD-BANCO-EMP
               IF WSV-FS-BANCO-EMP = '00'
                   PERFORM 17F-LEER-PENDIENTE
                       UNTIL WSV-FS-BANCO-EMP NOT = '00'
                   CLOSE FD-BANCO-EMP
               END-IF
               IF WSV-CANT-PAGOS-PEND > 0
                   IF WSS-LIB-RECHAZADO(WSV-IDX-LIB)
                       DISPLAY "ATENCION: " WSV-ARCHIVO-BANCO " CON "
                               WSV-CANT-PAGOS-PEND " TRANSFERENCIAS "
                               "RECHAZADAS EN LA LIBERACION; SE "
                               "REEMPLAZA SI ESTA CORRIDA PAGA "
                               "LEGAJOS DE LA EMPRESA"
                   ELSE
                       DISPLAY "ERROR FATAL: " WSV-ARCHIVO-BANCO
                               " TIENE " WSV-CANT-PAGOS-PEND
                               " TRANSFERENCIAS PENDIENTES DE "
                               "LIBERACION"
                       DISPLAY "LIBERAR O RECHAZAR CON SUELBLIB "
                               "ANTES DE OTRA LIQUIDACION DEL SAC"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       17E-CONTAR-PENDIENTE-END.
       EXIT.

       17F-LEER-PENDIENTE.
           READ FD-BANCO-EMP
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-BANCO-EMP-REC(1:1) = 'D'
                       ADD 1 TO WSV-CANT-PAGOS-PEND
                   END-IF
           END-READ.
       17F-LEER-PENDIENTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Recorre los resguardos del catalogo que tocan el semestre o
      * el periodo posterior hasta la fecha de la corrida (donde
      * quedan los pagos de SAC del semestre) y despues la historia
      * en linea, acumulando por legajo las corridas del semestre.
      * Un resguardo catalogado que no esta disponible frena la
      * liquidacion: el SAC se calcularia sobre un semestre
      * incompleto o se volveria a pagar.
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
                   " RESGUARDO(S), " WSV-TOT-HIS-SEMESTRE
                   " DEL SEMESTRE".
       20-CARGAR-HISTORIA-END.
       EXIT.

       21-LEER-UN-RESGUARDO.
           IF WSV-CAT-DESDE(WSV-IDX-CAT) <= WSV-FECHA-CORRIDA
            AND WSV-CAT-HASTA(WSV-IDX-CAT) >= WSV-SEM-DESDE
               MOVE WSV-CAT-ARCHIVO(WSV-IDX-CAT)
                   TO WSV-ARCHIVO-HIS-ARCH
               OPEN INPUT FD-HIS-ARCHIVO
               IF WSV-FS-HIS-ARCHIVO NOT = '00'
                   DISPLAY "RESGUARDO " WSV-ARCHIVO-HIS-ARCH
                           " NO DISPONIBLE, STATUS "
                           WSV-FS-HIS-ARCHIVO
                   DISPLAY "RESTAURAR EL RESGUARDO PARA LIQUIDAR "
                           "EL SAC DEL SEMESTRE " WSV-SEMESTRE-TEXTO
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
                   PERFORM 24-ACUMULAR-REGISTRO
           END-READ.
       22-LEER-RESGUARDO-END.
       EXIT.

       23-LEER-HISTORIA.
           READ FD-HISTORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HISTORIA-REC TO WSV-REG-HISTORIA
                   PERFORM 24-ACUMULAR-REGISTRO
           END-READ.
       23-LEER-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula un registro de historia del semestre en la entrada
      * de su legajo: cuenta la corrida, guarda el mejor sueldo
      * mensual y toma nombre, departamento y categoria de la
      * corrida mas reciente. Una liquidacion final del semestre no
      * es una corrida: solo marca al legajo como baja liquidada. Un
      * pago de SAC tampoco es una corrida: si es del semestre
      * pedido, cualquiera sea su fecha, marca al legajo como ya
      * pagado.
      *----------------------------------------------------------------
       24-ACUMULAR-REGISTRO.
           ADD 1 TO WSV-TOT-HIS-LEIDOS.
           IF WSS-RH-PAGO-SAC
            AND WSV-RH-SAC-SEMESTRE = WSV-SEMESTRE-PEDIDO
               PERFORM 25-UBICAR-LEGAJO
               IF WSS-LEGAJO-HALLADO
                   MOVE 'S' TO WSV-LS-SAC-PREVIO(WSV-IDX-BUSQ)
                   IF WSV-LS-NOMBRE(WSV-IDX-BUSQ) = SPACES
                       MOVE WSV-RH-NOMBRE
                           TO WSV-LS-NOMBRE(WSV-IDX-BUSQ)
                       MOVE WSV-RH-DEPTO
                           TO WSV-LS-DEPTO(WSV-IDX-BUSQ)
                       MOVE WSV-RH-CATEGORIA
                           TO WSV-LS-CATEGORIA(WSV-IDX-BUSQ)
                   END-IF
               END-IF
           END-IF.
           IF WSV-RH-FECHA >= WSV-SEM-DESDE
            AND WSV-RH-FECHA <= WSV-SEM-HASTA
            AND WSS-RH-LIQ-FINAL
               PERFORM 25-UBICAR-LEGAJO
               IF WSS-LEGAJO-HALLADO
                   MOVE 'S' TO WSV-LS-LIQ-FINAL(WSV-IDX-BUSQ)
                   IF WSV-LS-NOMBRE(WSV-IDX-BUSQ) = SPACES
                       MOVE WSV-RH-NOMBRE
                           TO WSV-LS-NOMBRE(WSV-IDX-BUSQ)
                       MOVE WSV-RH-DEPTO
                           TO WSV-LS-DEPTO(WSV-IDX-BUSQ)
                       MOVE WSV-RH-CATEGORIA
                           TO WSV-LS-CATEGORIA(WSV-IDX-BUSQ)
                   END-IF
               END-IF
           END-IF.
           IF WSV-RH-FECHA >= WSV-SEM-DESDE
            AND WSV-RH-FECHA <= WSV-SEM-HASTA
            AND NOT WSS-RH-LIQ-FINAL
            AND NOT WSS-RH-PAGO-SAC
               ADD 1 TO WSV-TOT-HIS-SEMESTRE
               PERFORM 25-UBICAR-LEGAJO
               IF WSS-LEGAJO-HALLADO
                   ADD 1 TO WSV-LS-CORRIDAS(WSV-IDX-BUSQ)
                   IF WSV-RH-SUELDO > WSV-LS-MEJOR(WSV-IDX-BUSQ)
                       MOVE WSV-RH-SUELDO
                           TO WSV-LS-MEJOR(WSV-IDX-BUSQ)
                   END-IF
                   IF WSV-RH-FECHA >= WSV-LS-FECHA-ULT(WSV-IDX-BUSQ)
                       MOVE WSV-RH-FECHA
                           TO WSV-LS-FECHA-ULT(WSV-IDX-BUSQ)
                       MOVE WSV-RH-NOMBRE
                           TO WSV-LS-NOMBRE(WSV-IDX-BUSQ)
                       MOVE WSV-RH-DEPTO
                           TO WSV-LS-DEPTO(WSV-IDX-BUSQ)
                       MOVE WSV-RH-CATEGORIA
                           TO WSV-LS-CATEGORIA(WSV-IDX-BUSQ)
                   END-IF
               END-IF
           END-IF.
       24-ACUMULAR-REGISTRO-END.
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
                   INITIALIZE WSV-LS-ENT(WSV-IDX-BUSQ)
                   MOVE WSV-RH-LEGAJO
                       TO WSV-LS-LEGAJO(WSV-IDX-BUSQ)
                   SET WSS-LEGAJO-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE LEGAJOS LLENA, SE OMITE EL "
                           "LEGAJO " WSV-RH-LEGAJO
                   SET WSS-LIQUIDACION-TRUNCADA TO TRUE
               END-IF
           END-IF.
       25-UBICAR-LEGAJO-END.
       EXIT.

       25B-COMPARAR-LEGAJO.
           IF WSV-LS-LEGAJO(WSV-IDX-BUSQ) = WSV-RH-LEGAJO
               SET WSS-LEGAJO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       25B-COMPARAR-LEGAJO-END.
       EXIT.

      *----------------------------------------------------------------
      * Liquida el SAC de cada legajo con corridas en el semestre y
      * lo lista, pagado o con el motivo por el que no se paga.
      *----------------------------------------------------------------
       30-LIQUIDAR.
           PERFORM 31-LIQUIDAR-UN-LEGAJO
               VARYING WSV-IDX-LEG FROM 1 BY 1
               UNTIL WSV-IDX-LEG > WSV-CANT-LEGAJOS.
       30-LIQUIDAR-END.
       EXIT.

      *----------------------------------------------------------------
      * Un legajo se paga si no cobro ya el SAC del semestre, esta
      * en el maestro, tiene CBU y no se dio de baja dentro del
      * semestre ni tiene liquidacion final en el (la baja cobra el
      * SAC proporcional en su liquidacion final). El SAC es la
      * mitad
      * del mejor sueldo mensual del semestre; si el ingreso cae
      * dentro del semestre se paga en proporcion a los dias
      * trabajados desde el ingreso hasta el fin del semestre.
      *----------------------------------------------------------------
       31-LIQUIDAR-UN-LEGAJO.
           PERFORM 32-BUSCAR-MAESTRO.
           EVALUATE TRUE
               WHEN WSS-LS-CON-SAC-PREVIO(WSV-IDX-LEG)
                   MOVE 'S' TO WSV-LS-ESTADO(WSV-IDX-LEG)
                   ADD 1 TO WSV-TOT-YA-PAGADOS
               WHEN WSS-LS-CON-LIQ-FINAL(WSV-IDX-LEG)
                   MOVE 'B' TO WSV-LS-ESTADO(WSV-IDX-LEG)
               WHEN NOT WSS-MAESTRO-HALLADO
                   MOVE 'M' TO WSV-LS-ESTADO(WSV-IDX-LEG)
               WHEN WSS-MAE-BAJA(WSV-IDX-MAE)
                AND WSV-MAE-FECHA-BAJA(WSV-IDX-MAE) <= WSV-SEM-HASTA
                   MOVE 'B' TO WSV-LS-ESTADO(WSV-IDX-LEG)
               WHEN WSV-MAE-CBU(WSV-IDX-MAE) = SPACES
                   MOVE 'C' TO WSV-LS-ESTADO(WSV-IDX-LEG)
               WHEN OTHER
                   MOVE WSV-MAE-CBU(WSV-IDX-MAE)
                       TO WSV-LS-CBU(WSV-IDX-LEG)
                   MOVE WSV-MAE-EMPRESA(WSV-IDX-MAE)
                       TO WSV-LS-EMPRESA(WSV-IDX-LEG)
                   PERFORM 33-CALCULAR-SAC
           END-EVALUATE.
           IF WSS-LS-PAGADO(WSV-IDX-LEG)
               PERFORM 34-CALCULAR-DEDUCCIONES
               PERFORM 35-ACUMULAR-TOTALES
           END-IF.
           IF WSS-LS-PAGADO(WSV-IDX-LEG)
               PERFORM 36-ESCRIBIR-RECIBO
           ELSE
               ADD 1 TO WSV-TOT-NO-PAGADOS
           END-IF.
           PERFORM 37-ESCRIBIR-DETALLE.
       31-LIQUIDAR-UN-LEGAJO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca el legajo en el maestro. Como el maestro esta
      * ordenado, la busqueda se corta en el primer legajo mayor.
      *----------------------------------------------------------------
       32-BUSCAR-MAESTRO.
           SET WSS-MAESTRO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-MAE.
           PERFORM 32B-COMPARAR-MAESTRO
               UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
                  OR NOT WSS-MAESTRO-NO-HALLADO.
       32-BUSCAR-MAESTRO-END.
       EXIT.

       32B-COMPARAR-MAESTRO.
           EVALUATE TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE)
                    = WSV-LS-LEGAJO(WSV-IDX-LEG)
                   SET WSS-MAESTRO-HALLADO TO TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE)
                    > WSV-LS-LEGAJO(WSV-IDX-LEG)
                   SET WSS-MAESTRO-CORTADO TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-MAE
           END-EVALUATE.
       32B-COMPARAR-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Calcula el bruto del SAC del legajo. La fecha de ingreso
      * del maestro se valida como fecha real y no posterior al fin
      * del semestre; una fecha invalida deja el legajo sin pagar
      * para que se corrija el maestro.
      *----------------------------------------------------------------
       33-CALCULAR-SAC.
           MOVE WSV-MAE-FECHA-INGRESO(WSV-IDX-MAE) TO WSV-FECHA-CALC-X.
           IF WSV-FECHA-CALC-X IS NOT NUMERIC
               MOVE 'I' TO WSV-LS-ESTADO(WSV-IDX-LEG)
           ELSE
               PERFORM 16-TOPE-DIA-DEL-MES
               IF WSV-FK-ANIO < 1900
                OR WSV-FK-MES < 1 OR WSV-FK-MES > 12
                OR WSV-FK-DIA < 1 OR WSV-FK-DIA > WSV-DIA-TOPE-MES
                OR WSV-FECHA-CALC-X > WSV-SEM-HASTA
                   MOVE 'I' TO WSV-LS-ESTADO(WSV-IDX-LEG)
               ELSE
                   MOVE WSV-DIAS-SEMESTRE TO WSV-LS-DIAS(WSV-IDX-LEG)
                   COMPUTE WSV-LS-BRUTO(WSV-IDX-LEG) ROUNDED =
                       WSV-LS-MEJOR(WSV-IDX-LEG) / 2
                   IF WSV-FECHA-CALC-X > WSV-SEM-DESDE
                       PERFORM 14-DIA-DEL-ANIO
                       COMPUTE WSV-LS-DIAS(WSV-IDX-LEG) =
                           WSV-DIA-ANIO-HASTA - WSV-DIA-ANIO + 1
                       COMPUTE WSV-LS-BRUTO(WSV-IDX-LEG) ROUNDED =
                           WSV-LS-MEJOR(WSV-IDX-LEG)
                           * WSV-LS-DIAS(WSV-IDX-LEG)
                           / (2 * WSV-DIAS-SEMESTRE)
                       ADD 1 TO WSV-TOT-PROPORCIONALES
                   END-IF
                   IF WSV-LS-BRUTO(WSV-IDX-LEG) = 0
                       MOVE 'Z' TO WSV-LS-ESTADO(WSV-IDX-LEG)
                   ELSE
                       MOVE 'P' TO WSV-LS-ESTADO(WSV-IDX-LEG)
                   END-IF
               END-IF
           END-IF.
       33-CALCULAR-SAC-END.
       EXIT.

      *----------------------------------------------------------------
      * Aplica al bruto del SAC cada concepto de deduccion, con el
      * desglose para el recibo.
      *----------------------------------------------------------------
       34-CALCULAR-DEDUCCIONES.
           MOVE 0 TO WSV-LS-DED(WSV-IDX-LEG).
           MOVE 0 TO WSV-NRO-DED.
           INITIALIZE WSV-DETALLE-DEDUCCIONES.
           SET WSC-IDX-DED TO 1.
           PERFORM 34B-APLICAR-UNA-DEDUCCION
               UNTIL WSC-IDX-DED > WSC-CANT-DEDUCCIONES.
           COMPUTE WSV-LS-NETO(WSV-IDX-LEG) =
               WSV-LS-BRUTO(WSV-IDX-LEG) - WSV-LS-DED(WSV-IDX-LEG).
       34-CALCULAR-DEDUCCIONES-END.
       EXIT.

       34B-APLICAR-UNA-DEDUCCION.
           COMPUTE WSV-IMPORTE-DEDUCCION =
               WSV-LS-BRUTO(WSV-IDX-LEG)
               * WSC-DED-PORC(WSC-IDX-DED) / 10000.
           ADD WSV-IMPORTE-DEDUCCION TO WSV-LS-DED(WSV-IDX-LEG).
           ADD 1 TO WSV-NRO-DED.
           MOVE WSC-DED-CODIGO(WSC-IDX-DED)
               TO WSV-DD-CODIGO(WSV-NRO-DED).
           MOVE WSC-DED-PORC(WSC-IDX-DED)
               TO WSV-DD-PORC(WSV-NRO-DED).
           MOVE WSV-IMPORTE-DEDUCCION
               TO WSV-DD-IMPORTE(WSV-NRO-DED).
           SET WSC-IDX-DED UP BY 1.
       34B-APLICAR-UNA-DEDUCCION-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula el legajo pagado en los totales de su empresa, de
      * su departamento, de cada concepto de deduccion y de la
      * corrida. Si la tabla de empresas esta llena el legajo no
      * puede ir a ningun archivo de pagos y queda sin pagar.
      *----------------------------------------------------------------
       35-ACUMULAR-TOTALES.
           MOVE WSV-LS-EMPRESA(WSV-IDX-LEG) TO WSV-EMPRESA-AUX.
           PERFORM 35B-UBICAR-EMPRESA.
           IF WSV-IDX-TE = 0
               MOVE 'E' TO WSV-LS-ESTADO(WSV-IDX-LEG)
           ELSE
               ADD 1 TO WSV-TE-PAGADOS(WSV-IDX-TE)
               ADD WSV-LS-BRUTO(WSV-IDX-LEG)
                   TO WSV-TE-BRUTO(WSV-IDX-TE)
               ADD WSV-LS-DED(WSV-IDX-LEG)
                   TO WSV-TE-DEDUCCIONES(WSV-IDX-TE)
               ADD WSV-LS-NETO(WSV-IDX-LEG)
                   TO WSV-TE-NETO(WSV-IDX-TE)
               PERFORM 35D-ACUMULAR-DEPTO
               PERFORM 35F-ACUMULAR-DED-CONCEPTO
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               ADD 1 TO WSV-TOT-PAGADOS
               ADD WSV-LS-BRUTO(WSV-IDX-LEG) TO WSV-TOT-BRUTO
               ADD WSV-LS-DED(WSV-IDX-LEG) TO WSV-TOT-DEDUCCIONES
               ADD WSV-LS-NETO(WSV-IDX-LEG) TO WSV-TOT-NETO
           END-IF.
       35-ACUMULAR-TOTALES-END.
       EXIT.

       35B-UBICAR-EMPRESA.
           SET WSS-EMPRESA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-TE.
           PERFORM 35C-COMPARAR-EMPRESA-TOTAL
               UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
                  OR WSS-EMPRESA-HALLADA.
           IF WSS-EMPRESA-NO-HALLADA
               IF WSV-CANT-EMPRESAS-TOT < 5
                   ADD 1 TO WSV-CANT-EMPRESAS-TOT
                   MOVE WSV-CANT-EMPRESAS-TOT TO WSV-IDX-TE
                   INITIALIZE WSV-TOT-EMPRESA(WSV-IDX-TE)
                   MOVE WSV-EMPRESA-AUX
                       TO WSV-TE-CODIGO(WSV-IDX-TE)
               ELSE
                   DISPLAY "TABLA DE TOTALES POR EMPRESA LLENA, NO "
                           "SE PAGA EL LEGAJO "
                           WSV-LS-LEGAJO(WSV-IDX-LEG)
                   MOVE 0 TO WSV-IDX-TE
               END-IF
           END-IF.
       35B-UBICAR-EMPRESA-END.
       EXIT.

       35C-COMPARAR-EMPRESA-TOTAL.
           IF WSV-TE-CODIGO(WSV-IDX-TE) = WSV-EMPRESA-AUX
               SET WSS-EMPRESA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-TE
           END-IF.
       35C-COMPARAR-EMPRESA-TOTAL-END.
       EXIT.

       35D-ACUMULAR-DEPTO.
           SET WSS-DEPTO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-TD.
           PERFORM 35E-BUSCAR-DEPTO-TOTAL
               UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
                  OR WSS-DEPTO-HALLADO.
           IF WSS-DEPTO-NO-HALLADO AND WSV-CANT-DEPTOS-TOT < 20
               ADD 1 TO WSV-CANT-DEPTOS-TOT
               MOVE WSV-CANT-DEPTOS-TOT TO WSV-IDX-TD
               MOVE WSV-LS-DEPTO(WSV-IDX-LEG)
                   TO WSV-TD-CODIGO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-BRUTO(WSV-IDX-TD)
               SET WSS-DEPTO-HALLADO TO TRUE
           END-IF.
           IF WSS-DEPTO-HALLADO
               ADD WSV-LS-BRUTO(WSV-IDX-LEG)
                   TO WSV-TD-BRUTO(WSV-IDX-TD)
           ELSE
               DISPLAY "TABLA DE TOTALES POR DEPARTAMENTO LLENA, "
                       "NO SE ACUMULA " WSV-LS-DEPTO(WSV-IDX-LEG)
           END-IF.
       35D-ACUMULAR-DEPTO-END.
       EXIT.

       35E-BUSCAR-DEPTO-TOTAL.
           IF WSV-TD-CODIGO(WSV-IDX-TD) = WSV-LS-DEPTO(WSV-IDX-LEG)
               SET WSS-DEPTO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-TD
           END-IF.
       35E-BUSCAR-DEPTO-TOTAL-END.
       EXIT.

       35F-ACUMULAR-DED-CONCEPTO.
           ADD WSV-DD-IMPORTE(WSV-NRO-DED)
               TO WSV-TOT-DED-CONC(WSV-NRO-DED).
       35F-ACUMULAR-DED-CONCEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Emite el recibo de SAC del legajo: mejor sueldo del
      * semestre, dias trabajados si el SAC es proporcional, bruto,
      * cada concepto de deduccion desglosado, total de deducciones
      * y neto.
      *----------------------------------------------------------------
       36-ESCRIBIR-RECIBO.
           MOVE WSV-LS-EMPRESA(WSV-IDX-LEG) TO WSV-EMPRESA-AUX.
           PERFORM 36C-NOMBRE-EMPRESA.
           MOVE WSV-EMPRESA-NOMBRE-AUX TO WSV-RB-EMPRESA.
           MOVE WSV-FECHA-CORRIDA    TO WSV-RB-FECHA.
           MOVE WSV-SEMESTRE-TEXTO   TO WSV-RB-SEMESTRE.
           MOVE WSV-LS-LEGAJO(WSV-IDX-LEG)    TO WSV-RB-LEGAJO.
           MOVE WSV-LS-NOMBRE(WSV-IDX-LEG)    TO WSV-RB-NOMBRE.
           MOVE WSV-LS-DEPTO(WSV-IDX-LEG)     TO WSV-RB-DEPTO.
           MOVE WSV-LS-CATEGORIA(WSV-IDX-LEG) TO WSV-RB-CATEGORIA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BORDE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-TITULO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-FECHA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PERSONA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PUESTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-RAYA.
           MOVE 'MEJOR SUELDO DEL SEMESTRE' TO WSV-RI-TEXTO.
           MOVE WSV-LS-MEJOR(WSV-IDX-LEG) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           IF WSV-LS-DIAS(WSV-IDX-LEG) < WSV-DIAS-SEMESTRE
               MOVE 'DIAS TRABAJADOS EN EL SEMESTRE' TO WSV-RI-TEXTO
               MOVE WSV-LS-DIAS(WSV-IDX-LEG) TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
           MOVE 'S.A.C. BRUTO'       TO WSV-RI-TEXTO.
           MOVE WSV-LS-BRUTO(WSV-IDX-LEG) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-SUBTIT.
           PERFORM 36B-ESCRIBIR-CONCEPTO-RECIBO
               VARYING WSV-NRO-DED FROM 1 BY 1
               UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES.
           MOVE 'TOTAL DEDUCCIONES'  TO WSV-RI-TEXTO.
           MOVE WSV-LS-DED(WSV-IDX-LEG) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'S.A.C. NETO'        TO WSV-RI-TEXTO.
           MOVE WSV-LS-NETO(WSV-IDX-LEG) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BORDE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BLANCO.
       36-ESCRIBIR-RECIBO-END.
       EXIT.

       36B-ESCRIBIR-CONCEPTO-RECIBO.
           MOVE WSV-DD-CODIGO(WSV-NRO-DED) TO WSV-RC-CODIGO.
           COMPUTE WSV-RC-PORC-AUX =
               WSV-DD-PORC(WSV-NRO-DED) / 100.
           MOVE WSV-RC-PORC-AUX TO WSV-RC-PORC.
           MOVE WSV-DD-IMPORTE(WSV-NRO-DED) TO WSV-RC-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-CONCEPTO.
       36B-ESCRIBIR-CONCEPTO-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-EMPRESA-NOMBRE-AUX la razon social de la
      * empresa de WSV-EMPRESA-AUX, o la empresa por defecto de la
      * instalacion si la corrida es monoempresa o el codigo no
      * esta en la referencia.
      *----------------------------------------------------------------
       36C-NOMBRE-EMPRESA.
           MOVE WSC-EMPRESA-ORIGEN TO WSV-EMPRESA-NOMBRE-AUX.
           SET WSS-EMPRESA-NO-HALLADA TO TRUE.
           IF WSC-CANT-EMPRESAS > 0
            AND WSV-EMPRESA-AUX NOT = SPACES
               MOVE 1 TO WSV-IDX-EMP-REF
               PERFORM 36D-COMPARAR-EMPRESA-REF
                   UNTIL WSV-IDX-EMP-REF > WSC-CANT-EMPRESAS
                      OR WSS-EMPRESA-HALLADA
               IF WSS-EMPRESA-HALLADA
                   MOVE WSC-EMP-NOMBRE(WSV-IDX-EMP-REF)
                       TO WSV-EMPRESA-NOMBRE-AUX
               END-IF
           END-IF.
       36C-NOMBRE-EMPRESA-END.
       EXIT.

       36D-COMPARAR-EMPRESA-REF.
           IF WSC-EMP-CODIGO(WSV-IDX-EMP-REF) = WSV-EMPRESA-AUX
               SET WSS-EMPRESA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-EMP-REF
           END-IF.
       36D-COMPARAR-EMPRESA-REF-END.
       EXIT.

      *----------------------------------------------------------------
      * Renglon del listado del legajo, con el motivo si no se paga.
      *----------------------------------------------------------------
       37-ESCRIBIR-DETALLE.
           MOVE WSV-LS-LEGAJO(WSV-IDX-LEG)    TO WSV-LD-LEGAJO.
           MOVE WSV-LS-NOMBRE(WSV-IDX-LEG)    TO WSV-LD-NOMBRE.
           MOVE WSV-LS-DEPTO(WSV-IDX-LEG)     TO WSV-LD-DEPTO.
           MOVE WSV-LS-CATEGORIA(WSV-IDX-LEG) TO WSV-LD-CATEGORIA.
           MOVE WSV-LS-EMPRESA(WSV-IDX-LEG)   TO WSV-LD-EMPRESA.
           MOVE WSV-LS-CORRIDAS(WSV-IDX-LEG)  TO WSV-LD-CORRIDAS.
           MOVE WSV-LS-MEJOR(WSV-IDX-LEG)     TO WSV-LD-MEJOR.
           MOVE WSV-LS-DIAS(WSV-IDX-LEG)      TO WSV-LD-DIAS.
           MOVE WSV-LS-BRUTO(WSV-IDX-LEG)     TO WSV-LD-BRUTO.
           MOVE WSV-LS-DED(WSV-IDX-LEG)       TO WSV-LD-DED.
           MOVE WSV-LS-NETO(WSV-IDX-LEG)      TO WSV-LD-NETO.
           EVALUATE TRUE
               WHEN WSS-LS-PAGADO(WSV-IDX-LEG)
                AND WSV-LS-DIAS(WSV-IDX-LEG) < WSV-DIAS-SEMESTRE
                   MOVE 'PAGADO - PROPORCIONAL INGRESO'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-PAGADO(WSV-IDX-LEG)
                   MOVE 'PAGADO' TO WSV-LD-OBSERVACION
               WHEN WSS-LS-SIN-MAESTRO(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - SIN MAESTRO'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-BAJA(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - BAJA, LIQ. FINAL'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-SIN-CBU(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - SIN CBU'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-INGRESO-MAL(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - FECHA INGRESO MAL'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-SIN-IMPORTE(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - SIN IMPORTE'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-SIN-EMPRESA(WSV-IDX-LEG)
                   MOVE 'NO PAGADO - TABLA EMPRESAS'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-LS-SAC-YA-PAGADO(WSV-IDX-LEG)
                   MOVE 'SAC DEL SEMESTRE YA PAGADO'
                       TO WSV-LD-OBSERVACION
           END-EVALUATE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-DETALLE.
       37-ESCRIBIR-DETALLE-END.
       EXIT.

      *----------------------------------------------------------------
      * Genera, por cada empresa con legajos pagados, el archivo de
      * pagos del SAC (SUELSBP + codigo), la salida contable
      * (SUELSDP + codigo) y los registros de pago de SAC para la
      * historia (SUELSHP + codigo), pendientes de liberacion. Sin
      * legajos pagados igual se entregan SUELSBP (con cabecera y
      * trailer en cero) y SUELSDP y SUELSHP vacios, que la
      * liberacion pasa a SUELSBC, SUELSDC y SUELHIS, como hace la
      * corrida mensual. 17-CONTROLAR-PENDIENTES ya verifico que
      * ninguno de estos pendientes espera una liberacion.
      *----------------------------------------------------------------
       40-GENERAR-ARCHIVOS.
           IF WSV-CANT-EMPRESAS-TOT = 0
               PERFORM 41-GENERAR-ARCHIVOS-VACIOS
           ELSE
               PERFORM 42-GENERAR-ARCHIVOS-EMPRESA
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
           DISPLAY "TRANSFERENCIAS DE SAC AL BANCO: " WSV-TOT-PAGADOS
                   " POR $ " WSV-TOT-NETO
                   " EN " WSV-CANT-EMPRESAS-TOT " ARCHIVO(S)".
           DISPLAY "PAGOS DE SAC PENDIENTES DE LIBERACION PARA LA "
                   "HISTORIA: " WSV-TOT-PAGADOS.
       40-GENERAR-ARCHIVOS-END.
       EXIT.

       41-GENERAR-ARCHIVOS-VACIOS.
           MOVE SPACES TO WSV-EMPRESA-AUX.
           PERFORM 36C-NOMBRE-EMPRESA.
           MOVE 'SUELSBP' TO WSV-ARCHIVO-BANCO.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
                       ", STATUS " WSV-FS-BANCO-EMP
               STOP RUN
           END-IF.
           PERFORM 43-ESCRIBIR-CABECERA-BANCO.
           MOVE 0 TO WSV-BT-CANTIDAD.
           MOVE 0 TO WSV-BT-HASH.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-TRAILER.
           CLOSE FD-BANCO-EMP.
           MOVE 'SUELSDP' TO WSV-ARCHIVO-CONTA.
           OPEN OUTPUT FD-SALIDA-EMP.
           IF WSV-FS-SALIDA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-CONTA
                       ", STATUS " WSV-FS-SALIDA-EMP
               STOP RUN
           END-IF.
           CLOSE FD-SALIDA-EMP.
           MOVE 'SUELSHP' TO WSV-ARCHIVO-HIST.
           OPEN OUTPUT FD-HIST-PEND.
           IF WSV-FS-HIST-PEND NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-HIST
                       ", STATUS " WSV-FS-HIST-PEND
               STOP RUN
           END-IF.
           CLOSE FD-HIST-PEND.
       41-GENERAR-ARCHIVOS-VACIOS-END.
       EXIT.

       42-GENERAR-ARCHIVOS-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 36C-NOMBRE-EMPRESA.
           MOVE SPACES TO WSV-ARCHIVO-BANCO.
           STRING 'SUELSBP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-BANCO.
           MOVE SPACES TO WSV-ARCHIVO-CONTA.
           STRING 'SUELSDP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-CONTA.
           MOVE SPACES TO WSV-ARCHIVO-HIST.
           STRING 'SUELSHP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-HIST.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
                       ", STATUS " WSV-FS-BANCO-EMP
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-SALIDA-EMP.
           IF WSV-FS-SALIDA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-CONTA
                       ", STATUS " WSV-FS-SALIDA-EMP
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-HIST-PEND.
           IF WSV-FS-HIST-PEND NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-HIST
                       ", STATUS " WSV-FS-HIST-PEND
               STOP RUN
           END-IF.
           PERFORM 43-ESCRIBIR-CABECERA-BANCO.
           PERFORM 44-ESCRIBIR-PAGO
               VARYING WSV-IDX-LEG FROM 1 BY 1
               UNTIL WSV-IDX-LEG > WSV-CANT-LEGAJOS.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE) TO WSV-BT-CANTIDAD.
           MOVE WSV-TE-NETO(WSV-IDX-TE)    TO WSV-BT-HASH.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-TRAILER.
           CLOSE FD-BANCO-EMP.
           CLOSE FD-SALIDA-EMP.
           CLOSE FD-HIST-PEND.
           DISPLAY "ARCHIVO " WSV-ARCHIVO-BANCO ": "
                   WSV-TE-PAGADOS(WSV-IDX-TE)
                   " TRANSFERENCIAS POR $ "
                   WSV-TE-NETO(WSV-IDX-TE).
       42-GENERAR-ARCHIVOS-EMPRESA-END.
       EXIT.

       43-ESCRIBIR-CABECERA-BANCO.
           MOVE WSV-FECHA-CORRIDA      TO WSV-BH-FECHA.
           MOVE WSV-EMPRESA-NOMBRE-AUX TO WSV-BH-EMPRESA.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-CABECERA.
       43-ESCRIBIR-CABECERA-BANCO-END.
       EXIT.

      *----------------------------------------------------------------
      * Transferencia, registro contable y registro de pago de SAC
      * pendiente de un legajo pagado de la empresa en proceso.
      *----------------------------------------------------------------
       44-ESCRIBIR-PAGO.
           IF WSS-LS-PAGADO(WSV-IDX-LEG)
            AND WSV-LS-EMPRESA(WSV-IDX-LEG)
                = WSV-TE-CODIGO(WSV-IDX-TE)
               MOVE WSV-LS-LEGAJO(WSV-IDX-LEG) TO WSV-BD-LEGAJO
               MOVE WSV-LS-CBU(WSV-IDX-LEG)    TO WSV-BD-CBU
               MOVE WSV-LS-NETO(WSV-IDX-LEG)   TO WSV-BD-IMPORTE
               WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-DETALLE
               MOVE WSV-LS-LEGAJO(WSV-IDX-LEG)    TO WSV-SC-LEGAJO
               MOVE WSV-LS-NOMBRE(WSV-IDX-LEG)    TO WSV-SC-NOMBRE
               MOVE WSV-LS-DEPTO(WSV-IDX-LEG)     TO WSV-SC-DEPTO
               MOVE WSV-LS-CATEGORIA(WSV-IDX-LEG) TO WSV-SC-CATEGORIA
               MOVE WSV-LS-BRUTO(WSV-IDX-LEG)     TO WSV-SC-SUELDO
               MOVE 0                             TO WSV-SC-ANUAL
               MOVE 0                             TO WSV-SC-BONO
               MOVE WSV-LS-DED(WSV-IDX-LEG)    TO WSV-SC-DEDUCCIONES
               MOVE WSV-LS-NETO(WSV-IDX-LEG)      TO WSV-SC-NETO
               MOVE WSV-LS-EMPRESA(WSV-IDX-LEG)   TO WSV-SC-EMPRESA
               MOVE ZEROS                         TO WSV-SC-NOVEDADES
               WRITE FD-SALIDA-EMP-REC FROM WSV-REG-CONTA
               PERFORM 46-ARMAR-REGISTRO-SAC
               WRITE FD-HIST-PEND-REC FROM WSV-REG-HISTORIA
           END-IF.
       44-ESCRIBIR-PAGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Arma en WSV-REG-HISTORIA el registro de pago de SAC del
      * legajo: fecha de la corrida, bruto del SAC en el sueldo con
      * sus deducciones y su neto, y el semestre y los dias
      * liquidados en lugar de las novedades. La liquidacion final
      * lo descuenta del SAC proporcional de la baja y una nueva
      * liquidacion del semestre no vuelve a pagar al legajo.
      *----------------------------------------------------------------
       46-ARMAR-REGISTRO-SAC.
           INITIALIZE WSV-REG-HISTORIA.
           MOVE WSV-FECHA-CORRIDA             TO WSV-RH-FECHA.
           MOVE WSV-LS-LEGAJO(WSV-IDX-LEG)    TO WSV-RH-LEGAJO.
           MOVE WSV-LS-NOMBRE(WSV-IDX-LEG)    TO WSV-RH-NOMBRE.
           MOVE WSV-LS-DEPTO(WSV-IDX-LEG)     TO WSV-RH-DEPTO.
           MOVE WSV-LS-CATEGORIA(WSV-IDX-LEG) TO WSV-RH-CATEGORIA.
           MOVE WSV-LS-BRUTO(WSV-IDX-LEG)     TO WSV-RH-SUELDO.
           MOVE 0                             TO WSV-RH-ANUAL.
           MOVE 0                             TO WSV-RH-BONO.
           MOVE WSV-LS-DED(WSV-IDX-LEG)       TO WSV-RH-DEDUCCIONES.
           MOVE WSV-LS-NETO(WSV-IDX-LEG)      TO WSV-RH-NETO.
           MOVE WSV-LS-EMPRESA(WSV-IDX-LEG)   TO WSV-RH-EMPRESA.
           MOVE WSV-SEMESTRE-PEDIDO           TO WSV-RH-SAC-SEMESTRE.
           MOVE WSV-LS-DIAS(WSV-IDX-LEG)      TO WSV-RH-SAC-DIAS.
           SET WSS-RH-PAGO-SAC TO TRUE.
       46-ARMAR-REGISTRO-SAC-END.
       EXIT.

      *----------------------------------------------------------------
      * Asientos, totales del listado, auditoria y cierre.
      *----------------------------------------------------------------
       90-CIERRE.
           PERFORM 91-ESCRIBIR-ASIENTOS.
           PERFORM 92-ESCRIBIR-TOTALES.
           PERFORM 93-ESCRIBIR-AUDITORIA.
           CLOSE FD-REPORTE.
           CLOSE FD-RECIBOS.
           DISPLAY "SAC " WSV-SEMESTRE-TEXTO " LIQUIDADO: PAGADOS "
                   WSV-TOT-PAGADOS " NO PAGADOS " WSV-TOT-NO-PAGADOS.
           DISPLAY "BRUTO " WSV-TOT-BRUTO " DEDUCCIONES "
                   WSV-TOT-DEDUCCIONES " NETO " WSV-TOT-NETO.
           IF WSS-LIQUIDACION-TRUNCADA
               DISPLAY "ATENCION: LA LIQUIDACION QUEDO TRUNCADA, EL "
                       "SEMESTRE SUPERA LOS 20000 LEGAJOS"
           END-IF.
       90-CIERRE-END.
       EXIT.

      *----------------------------------------------------------------
      * Asientos del SAC: debe del gasto por departamento, haber de
      * cada concepto de deduccion como pasivo de retencion y haber
      * del neto contra la cuenta banco, con el mapeo de CUENTAS de
      * la corrida mensual (tipos 'D', 'R' y 'B').
      *----------------------------------------------------------------
       91-ESCRIBIR-ASIENTOS.
           IF WSC-CANT-CUENTAS = 0
               DISPLAY "SIN MAPEO DE CUENTAS: NO SE GENERA EL "
                       "ARCHIVO DE ASIENTOS DEL SAC"
           ELSE
               OPEN OUTPUT FD-ASIENTOS
               IF WSV-FS-ASIENTOS NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO ARCHIVO DE "
                           "ASIENTOS DEL SAC, STATUS " WSV-FS-ASIENTOS
                   STOP RUN
               END-IF
               MOVE 0 TO WSV-ASI-DEBE
               MOVE 0 TO WSV-ASI-HABER
               PERFORM 91B-ASIENTO-UN-DEPTO
                   VARYING WSV-IDX-TD FROM 1 BY 1
                   UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
               PERFORM 91C-ASIENTO-UNA-RETENCION
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               PERFORM 91D-ASIENTO-BANCO
               CLOSE FD-ASIENTOS
               DISPLAY "ASIENTOS DEL SAC: DEBE " WSV-ASI-DEBE
                       " HABER " WSV-ASI-HABER
               IF WSV-ASI-DEBE NOT = WSV-ASI-HABER
                OR WSV-ASI-DEBE NOT = WSV-TOT-BRUTO
                   DISPLAY "ATENCION: LOS ASIENTOS NO CUADRAN "
                           "CON LOS TOTALES DE CONTROL (BRUTO "
                           WSV-TOT-BRUTO ")"
               END-IF
           END-IF.
       91-ESCRIBIR-ASIENTOS-END.
       EXIT.

       91B-ASIENTO-UN-DEPTO.
           MOVE 'D' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSV-TD-CODIGO(WSV-IDX-TD) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'D' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'SAC DEPTO ' DELIMITED BY SIZE
                  WSV-TD-CODIGO(WSV-IDX-TD) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TD-BRUTO(WSV-IDX-TD) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TD-BRUTO(WSV-IDX-TD) TO WSV-ASI-DEBE.
       91B-ASIENTO-UN-DEPTO-END.
       EXIT.

       91C-ASIENTO-UNA-RETENCION.
           MOVE 'R' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSC-DED-CODIGO(WSV-NRO-DED) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'RETENCION ' DELIMITED BY SIZE
                  WSC-DED-CODIGO(WSV-NRO-DED) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TOT-DED-CONC(WSV-NRO-DED) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TOT-DED-CONC(WSV-NRO-DED) TO WSV-ASI-HABER.
       91C-ASIENTO-UNA-RETENCION-END.
       EXIT.

       91D-ASIENTO-BANCO.
           MOVE 'B' TO WSV-CTA-TIPO-BUSQ.
           MOVE SPACES TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE 'NETO SAC A PAGAR' TO FD-ASI-CONCEPTO.
           MOVE WSV-TOT-NETO TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TOT-NETO TO WSV-ASI-HABER.
       91D-ASIENTO-BANCO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca la cuenta del mayor para el tipo y la clave pedidos;
      * una clave sin mapear va a la cuenta puente 99999999, con
      * aviso, como en la corrida mensual.
      *----------------------------------------------------------------
       91E-BUSCAR-CUENTA.
           SET WSS-CUENTA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-CTA.
           PERFORM 91F-COMPARAR-CUENTA
               UNTIL WSV-IDX-CTA > WSC-CANT-CUENTAS
                  OR WSS-CUENTA-HALLADA.
           IF WSS-CUENTA-HALLADA
               MOVE WSC-CTA-CUENTA(WSV-IDX-CTA)
                   TO WSV-CTA-CUENTA-AUX
           ELSE
               MOVE WSC-CUENTA-SIN-MAPEO TO WSV-CTA-CUENTA-AUX
               DISPLAY "CLAVE SIN CUENTA MAPEADA: TIPO "
                       WSV-CTA-TIPO-BUSQ " CLAVE " WSV-CTA-CLAVE-BUSQ
                       ", SE USA LA CUENTA PUENTE"
           END-IF.
       91E-BUSCAR-CUENTA-END.
       EXIT.

       91F-COMPARAR-CUENTA.
           IF WSC-CTA-TIPO(WSV-IDX-CTA) = WSV-CTA-TIPO-BUSQ
            AND WSC-CTA-CLAVE(WSV-IDX-CTA) = WSV-CTA-CLAVE-BUSQ
               SET WSS-CUENTA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-CTA
           END-IF.
       91F-COMPARAR-CUENTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Totales por empresa y generales al pie del listado.
      *----------------------------------------------------------------
       92-ESCRIBIR-TOTALES.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-TIT-EMPRESAS.
           PERFORM 92B-ESCRIBIR-UNA-EMPRESA
               VARYING WSV-IDX-TE FROM 1 BY 1
               UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'REGISTROS DE HISTORIA LEIDOS   :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-HIS-LEIDOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'CORRIDAS DEL SEMESTRE          :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-HIS-SEMESTRE TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'RESGUARDOS LEIDOS              :' TO WSV-LR-TEXTO.
           MOVE WSV-CANT-RESGUARDOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'LEGAJOS PAGADOS                :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-PAGADOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE '  CON SAC PROPORCIONAL         :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-PROPORCIONALES TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'LEGAJOS NO PAGADOS             :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-NO-PAGADOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE '  CON SAC DEL SEMESTRE YA PAGO :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-YA-PAGADOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL BRUTO SAC                :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-BRUTO TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL DEDUCCIONES              :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-DEDUCCIONES TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL NETO SAC                 :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-NETO TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           IF WSS-LIQUIDACION-TRUNCADA
               WRITE FD-REPORTE-REC FROM WSV-LINEA-TRUNCADO
           END-IF.
       92-ESCRIBIR-TOTALES-END.
       EXIT.

       92B-ESCRIBIR-UNA-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 36C-NOMBRE-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE)      TO WSV-LE-CODIGO.
           MOVE WSV-EMPRESA-NOMBRE-AUX         TO WSV-LE-NOMBRE.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE)     TO WSV-LE-PAGADOS.
           MOVE WSV-TE-BRUTO(WSV-IDX-TE)       TO WSV-LE-BRUTO.
           MOVE WSV-TE-DEDUCCIONES(WSV-IDX-TE) TO WSV-LE-DEDUCCIONES.
           MOVE WSV-TE-NETO(WSV-IDX-TE)        TO WSV-LE-NETO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EMPRESA.
       92B-ESCRIBIR-UNA-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Registro de la corrida en la bitacora de auditoria, con el
      * tipo 'SAC' y el semestre en el lugar de la version de
      * tarifas, seguido de los registros 'PEN' de sus archivos de
      * pagos pendientes de liberacion.
      *----------------------------------------------------------------
       93-ESCRIBIR-AUDITORIA.
           OPEN EXTEND FD-AUDITORIA.
           IF WSV-FS-AUDITORIA = '35'
               OPEN OUTPUT FD-AUDITORIA
           ELSE
               IF WSV-FS-AUDITORIA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "AUDITORIA, STATUS " WSV-FS-AUDITORIA
                   STOP RUN
               END-IF
           END-IF.
           MOVE WSV-FECHA-CORRIDA    TO WSV-AUD-FECHA.
           MOVE WSV-HORA-CORRIDA     TO WSV-AUD-HORA.
           MOVE WSV-USUARIO-CORRIDA  TO WSV-AUD-USUARIO.
           MOVE WSV-TOT-PAGADOS      TO WSV-AUD-PROCESADOS.
           MOVE WSV-TOT-NO-PAGADOS   TO WSV-AUD-RECHAZADOS.
           MOVE WSV-TOT-BRUTO        TO WSV-AUD-TOT-ANUAL.
           MOVE 0                    TO WSV-AUD-TOT-BONO.
           MOVE SPACES               TO WSV-AUD-VERSION.
           STRING 'SAC ' DELIMITED BY SIZE
                  WSV-SEMESTRE-TEXTO DELIMITED BY SIZE
                  INTO WSV-AUD-VERSION.
           MOVE WSC-TIPO-CORRIDA-SAC TO WSV-AUD-TIPO.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
      * Un registro 'PEN' por archivo de pagos pendiente, con el
      * nombre con que se transmitira y la cantidad y el hash de su
      * trailer, que la liberacion controla contra el archivo.
           MOVE 'PEN' TO WSV-AUD-TIPO.
           MOVE 0 TO WSV-AUD-RECHAZADOS.
           MOVE 0 TO WSV-AUD-TOT-BONO.
           IF WSV-CANT-EMPRESAS-TOT = 0
               MOVE 'SUELSBC' TO WSV-AUD-VERSION
               MOVE 0 TO WSV-AUD-PROCESADOS
               MOVE 0 TO WSV-AUD-TOT-ANUAL
               WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA
           ELSE
               PERFORM 93B-AUDITAR-PENDIENTE
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
           CLOSE FD-AUDITORIA.
       93-ESCRIBIR-AUDITORIA-END.
       EXIT.

       93B-AUDITAR-PENDIENTE.
           MOVE SPACES TO WSV-AUD-VERSION.
           STRING 'SUELSBC' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-AUD-VERSION.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE) TO WSV-AUD-PROCESADOS.
           MOVE WSV-TE-NETO(WSV-IDX-TE)    TO WSV-AUD-TOT-ANUAL.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
       93B-AUDITAR-PENDIENTE-END.
       EXIT.

       END PROGRAM SUELSAC.
